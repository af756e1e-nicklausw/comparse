      *>  shared parameter block for entitle_check.cbl. the caller
      *>  fills the user (spaces - the job's user off JOBUSER), the
      *>  function (see entitle.cpy), its own program name and the
      *>  name the change is about, and gets back EC-ALLOWED 'T' or
      *>  'F' with EC-REASON saying why not. a refusal is already on
      *>  the SECVIOL log when the call returns.
         01 entitle-check-parms.
           05 ec-user pic x(8).
           05 ec-function pic x(9).
           05 ec-program pic x(20).
           05 ec-name pic x(30).
           05 ec-allowed pic x(1).
           05 ec-reason pic x(40).
