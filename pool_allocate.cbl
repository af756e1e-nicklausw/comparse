      *>
      *>ALLOCRPT carries the proof; ALLOCGL carries GL-ready detail
      *>in the extract's own record shape, header and trailer
      *>included. each share's detail also carries its source
      *>(POOLALOC) and the account's group code, so
      *>gl_consolidate.cbl can map it through GLMAP.
       identification division.
       program-id. pool_allocate.
       environment division.
           05 gld-posting-date pic 9(8).
           05 gld-amount pic s9(13)v99 comp-3.
           05 gld-dc pic x(1).
           05 gld-source pic x(8).
           05 gld-group pic x(8).
           05 filler pic x(26).
         01 gl-trailer.
           05 glt-type pic x(1).
           05 glt-record-count pic 9(9).
           05 line-count usage binary-long value 0.
           05 line-entry occurs 10000 times.
             10 le-id pic x(20).
             10 le-group pic x(8).
             10 le-base pic s9(13)v9(4) comp-3.
             10 le-share pic s9(13)v99 comp-3.
             10 le-usable pic x(1).
         end-if
         add 1 to line-count giving line-count
         move al-id to le-id(line-count)
         move al-group to le-group(line-count)
         move 0 to le-base(line-count)
         move 0 to le-share(line-count)
         move 'F' to le-usable(line-count)
             else
               move 'D' to gld-dc
             end-if
             move "POOLALOC" to gld-source
             move le-group(line-idx) to gld-group
             write gl-detail
             add gld-amount to gl-hash-total giving gl-hash-total
           end-if
