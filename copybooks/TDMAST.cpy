      * TD-STATUS: 'A' active (funded, running)
      *            'M' matured (paid out by TDMATUR)
      *            'C' closed prematurely (paid out with the
      *                rate haircut by TDOPEN maintenance,
      *                or broken by SWPOUT to cover a debit)
      *
      * TD-NO 900000 and above is reserved for sweep
      * deposits booked by SWEEP under a sweep mandate
      * (SWPMAND.cpy), numbered on from the highest in the
      * range; TDOPEN refuses a counter booking there.
      *****************************************************
       01  TERM-DEPOSIT-REC.
           05 TD-NO               PIC 9(6).
