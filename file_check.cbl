       fd mv-image.
         01 mv-image-record pic x(66).
       fd rh-image.
         01 rh-image-record pic x(127).

       working-storage section.
         01 control-file-status pic x(2) value '00'.
