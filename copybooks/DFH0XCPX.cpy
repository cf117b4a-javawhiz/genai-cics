      * per request type per day: requests received, successes
      * (CA-RETURN-CODE '00'), failures (anything else), and the
      * total quantity successfully ordered (place-order and
      * multi-order requests) or returned (return requests). The
      * end-of-day balancing run DFH0XEOD proves these figures
      * against independent recounts of ORDRLOG and EXCPLOG before
      * the day is closed.
      *****************************************************************
           03 CT-KEY.
              05 CT-DATE             PIC X(10).
