      * COPYBOOK FOR THE PATRON HANDOFF QUEUE - PATRINQ WRITES THE
      * PATRON ID AS THE ONLY ITEM OF 'PXFR'+TERMID AND XCTLS TO THE
      * DESK TRANSACTION, WHICH READS AND DELETES IT ON FIRST ENTRY
       01  WS-PXFR-VARS.
           05  WS-PXFR-QUEUE-NAME.
               10  WS-PXFR-TRNID    PIC X(04)         VALUE 'PXFR'.
               10  WS-PXFR-TRMID    PIC X(04)         VALUE SPACES.
           05  WS-PXFR-PATRON       PIC X(09)         VALUE SPACES.
