      * - CONTACT IS KEPT AS ONE 78-BYTE COLUMN; THE SCREEN SHOWS IT   *
      *   AS A 20-BYTE PHONE AREA AND A 58-BYTE FREE AREA              *
      * - PRESS PF5 SAVE, PF6 DELETE, PF7/PF8 BROWSE, PF3 EXIT         *
1217ED* - EDI FROM (YYYY-MM-DD) TURNS ON ELECTRONIC ORDERING: ORDERS   *
1217ED*   DATED FROM THEN ON GO TO THE VENDOR ON EDIORD'S NIGHTLY      *
1217ED*   ORDER FILE UNDER THE EDI ACCOUNT NUMBER; BLANK = PRINT/FAX   *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   17,2020 - EDI FROM DATE AND EDI ACCOUNT NUMBER   (1217ED)*
      * AUG   13,2020 - INITIAL VERSION                        (0813AQ)*
      *                                                                *
      * FILES:                                                         *
      * 2000-RECEIVE-MAP               2500-MOVE-ROW-TO-MAP            *
      * 2100-READ-VENDOR               3000-SEND-RECEIVE-SCREEN        *
      * 2200-SAVE-VENDOR               8100-GET-NEXT-ID                *
1217ED* 2210-EDIT-EDI                                                  *
      *                                9999-ERROR-HANDLING             *
      *                                9999-TERMINATE                  *
      *----------------------------------------------------------------*
           05  WS-DUP-COUNT         PIC S9(09) COMP   VALUE 0.
           05  WS-CONTACT-WORK      PIC X(78)         VALUE SPACES.
1009PC     05  WS-LEAD-DISP         PIC ZZ9.
1217ED     05  IND-EDI-FROM         PIC S9(04) COMP   VALUE 0.
           05  WS-FOUND-SW          PIC 9             VALUE 0.
               88  VENDOR-FOUND                       VALUE 1.
1217ED     05  WS-EDIT-SW           PIC 9             VALUE 0.
1217ED         88  EDIT-FAILED                        VALUE 1.

       01  WS-CONST-VARS.
           05  WS-TRNIDS.

               EXEC SQL
                    SELECT VENDOR_NAME, CONTACT_INFO, LEAD_DAYS
1217ED                    ,EDI_FROM, EDI_ACCT
1009PC                INTO :TBLVND-VENDOR-NAME,
1009PC                     :TBLVND-CONTACT-INFO,
1009PC                     :TBLVND-LEAD-DAYS
1217ED                    ,:TBLVND-EDI-FROM :IND-EDI-FROM
1217ED                    ,:TBLVND-EDI-ACCT
                      FROM IBMUSER.VENDORS
                     WHERE VENDOR_ID = :TBLVND-VENDOR-ID
               END-EXEC
                          TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE SPACES TO VNDNAMO VNDCTCO VNDEMLO
1217ED                                 VNDEDFO VNDEDAO
                        MOVE 'VENDOR NOT FOUND - TYPE DATA, PF5 ADDS'
                          TO MSGLNO
                   WHEN OTHER
       2200-SAVE-VENDOR.
            MOVE '2200-SAVE-VENDOR' TO ERR-LOC

1217ED      MOVE 0 TO WS-EDIT-SW
            IF FUNCTION TRIM (VNDNAMI) = SPACES
               MOVE 'VENDOR NAME IS REQUIRED' TO MSGLNO
1217ED         SET EDIT-FAILED TO TRUE
1217ED      ELSE
1217ED         PERFORM 2210-EDIT-EDI
1217ED      END-IF

1217ED      IF NOT EDIT-FAILED
               MOVE VNDNAMI TO TBLVND-VENDOR-NAME-TEXT
               MOVE FUNCTION LENGTH (FUNCTION TRIM (VNDNAMI))
                 TO TBLVND-VENDOR-NAME-LEN
               MOVE FUNCTION LENGTH
                      (FUNCTION TRIM (WS-CONTACT-WORK))
                 TO TBLVND-CONTACT-INFO-LEN
1217ED         IF FUNCTION TRIM (VNDEDFI) = SPACES
1217ED            MOVE -1 TO IND-EDI-FROM
1217ED            MOVE SPACES TO TBLVND-EDI-FROM
1217ED         ELSE
1217ED            MOVE 0 TO IND-EDI-FROM
1217ED            MOVE VNDEDFI TO TBLVND-EDI-FROM
1217ED         END-IF
1217ED         MOVE SPACES TO TBLVND-EDI-ACCT-TEXT
1217ED         MOVE FUNCTION TRIM (VNDEDAI) TO TBLVND-EDI-ACCT-TEXT
1217ED         MOVE FUNCTION LENGTH (FUNCTION TRIM (VNDEDAI))
1217ED           TO TBLVND-EDI-ACCT-LEN
1217ED         IF FUNCTION TRIM (VNDEDAI) = SPACES
1217ED            MOVE 0 TO TBLVND-EDI-ACCT-LEN
1217ED         END-IF

               IF FUNCTION TRIM (VNDIDI) = SPACES
0805ID            MOVE 'VENDOR_ID' TO WS-NXT-ID-NAME
                       UPDATE IBMUSER.VENDORS
                          SET VENDOR_NAME  = :TBLVND-VENDOR-NAME,
1009PC                        CONTACT_INFO = :TBLVND-CONTACT-INFO,
1009PC                        LEAD_DAYS = :TBLVND-LEAD-DAYS,
1217ED                        EDI_FROM  = :TBLVND-EDI-FROM
1217ED                                    :IND-EDI-FROM,
1217ED                        EDI_ACCT  = :TBLVND-EDI-ACCT
                        WHERE VENDOR_ID = :TBLVND-VENDOR-ID
                  END-EXEC

                  EXEC SQL
                       INSERT INTO IBMUSER.VENDORS
1009PC                        (VENDOR_ID, VENDOR_NAME, CONTACT_INFO,
1009PC                         LEAD_DAYS,
1217ED                         EDI_FROM, EDI_ACCT)
                       VALUES (:TBLVND-VENDOR-ID,
                               :TBLVND-VENDOR-NAME,
1009PC                         :TBLVND-CONTACT-INFO,
1009PC                         :TBLVND-LEAD-DAYS,
1217ED                         :TBLVND-EDI-FROM :IND-EDI-FROM,
1217ED                         :TBLVND-EDI-ACCT)
                  END-EXEC

                  MOVE SQLCODE TO EVAL-CODE
            END-IF
            .

1217ED**    EDI FROM IS A DATE OR BLANK; AN EDI VENDOR NEEDS THE
1217ED**    ACCOUNT NUMBER THE ORDER FILE IS SENT UNDER
1217ED 2210-EDIT-EDI.
1217ED      MOVE '2210-EDIT-EDI' TO ERR-LOC

1217ED      EVALUATE TRUE
1217ED          WHEN FUNCTION TRIM (VNDEDFI) = SPACES
1217ED               CONTINUE
1217ED          WHEN VNDEDFI (1:4) IS NOT NUMERIC
1217ED            OR VNDEDFI (5:1) NOT = '-'
1217ED            OR VNDEDFI (8:1) NOT = '-'
1217ED               SET EDIT-FAILED TO TRUE
1217ED               MOVE 'EDI FROM MUST BE YYYY-MM-DD' TO MSGLNO
1217ED          WHEN FUNCTION TRIM (VNDEDAI) = SPACES
1217ED               SET EDIT-FAILED TO TRUE
1217ED               MOVE 'EDI VENDOR NEEDS OUR ACCOUNT NUMBER'
1217ED                 TO MSGLNO
1217ED          WHEN OTHER
1217ED               CONTINUE
1217ED      END-EVALUATE
1217ED      .

       2300-DELETE-VENDOR.
            MOVE '2300-DELETE-VENDOR' TO ERR-LOC

               EVALUATE TRUE
                   WHEN ERR-OK
                        MOVE SPACES TO VNDNAMO VNDCTCO VNDEMLO
1217ED                                 VNDEDFO VNDEDAO
                        MOVE 'VENDOR DELETED' TO MSGLNO
                   WHEN SQL-NOTFOUND
                        MOVE 'VENDOR NOT FOUND - NOTHING DELETED'
               EXEC SQL
                    SELECT VENDOR_ID, VENDOR_NAME, CONTACT_INFO,
1009PC                     LEAD_DAYS
1217ED                    ,EDI_FROM, EDI_ACCT
                      INTO :TBLVND-VENDOR-ID, :TBLVND-VENDOR-NAME,
1009PC                     :TBLVND-CONTACT-INFO, :TBLVND-LEAD-DAYS
1217ED                    ,:TBLVND-EDI-FROM :IND-EDI-FROM
1217ED                    ,:TBLVND-EDI-ACCT
                      FROM IBMUSER.VENDORS
                     WHERE VENDOR_ID > :TBLVND-VENDOR-ID
                     ORDER BY VENDOR_ID
               EXEC SQL
                    SELECT VENDOR_ID, VENDOR_NAME, CONTACT_INFO,
1009PC                     LEAD_DAYS
1217ED                    ,EDI_FROM, EDI_ACCT
                      INTO :TBLVND-VENDOR-ID, :TBLVND-VENDOR-NAME,
1009PC                     :TBLVND-CONTACT-INFO, :TBLVND-LEAD-DAYS
1217ED                    ,:TBLVND-EDI-FROM :IND-EDI-FROM
1217ED                    ,:TBLVND-EDI-ACCT
                      FROM IBMUSER.VENDORS
                     WHERE VENDOR_ID < :TBLVND-VENDOR-ID
                     ORDER BY VENDOR_ID DESC
1009PC      MOVE TBLVND-LEAD-DAYS TO WS-LEAD-DISP
1009PC      MOVE WS-LEAD-DISP     TO VNDLDDO
            MOVE TBLVND-CONTACT-INFO-TEXT (22:57) TO VNDEMLO
1217ED      IF IND-EDI-FROM < 0
1217ED         MOVE SPACES TO VNDEDFO
1217ED      ELSE
1217ED         MOVE TBLVND-EDI-FROM TO VNDEDFO
1217ED      END-IF
1217ED      MOVE SPACES TO VNDEDAO
1217ED      IF TBLVND-EDI-ACCT-LEN > 0
1217ED         MOVE TBLVND-EDI-ACCT-TEXT (1:TBLVND-EDI-ACCT-LEN)
1217ED           TO VNDEDAO
1217ED      END-IF
            .

       3000-SEND-RECEIVE-SCREEN.
