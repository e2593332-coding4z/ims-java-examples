      *****************************************************************
      *  ERASREG
      *
      *  The register of erasure masks issued, appended to the
      *  durable ERASREG file by CUSTERAS's PREPARE step.  It is
      *  DISP=MOD and only ever appended to, the WINDREG way, and
      *  exists so that no mask is ever issued twice.  It holds the
      *  masks only -- never the key a mask replaced, and never a
      *  certificate id -- and each run appends its masks in mask
      *  order rather than card order, so neither the register nor
      *  its sequence can lead back to a customer.
      *****************************************************************
       01  ERASURE-REGISTER-RECORD.
           05  ERREG-TIMESTAMP          PIC X(26).
           05  ERREG-MASK-KEY           PIC X(6).
