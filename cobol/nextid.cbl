0814IL                      INTO :WS-SEED-MAX
0814IL                      FROM IBMUSER.ILL_LOANS
0814IL               END-EXEC
1102RF          WHEN 'REFUND_ID'
1102RF               EXEC SQL
1102RF                    SELECT COALESCE(MAX(REFUND_ID), 0)
1102RF                      INTO :WS-SEED-MAX
1102RF                      FROM IBMUSER.REFUNDS
1102RF               END-EXEC
1103CA          WHEN 'REFER_ID'
1103CA               EXEC SQL
1103CA                    SELECT COALESCE(MAX(REFER_ID), 0)
1103CA                      INTO :WS-SEED-MAX
1103CA                      FROM IBMUSER.COLL_REFERRALS
1103CA               END-EXEC
1104CP          WHEN 'SUSP_ID'
1104CP               EXEC SQL
1104CP                    SELECT COALESCE(MAX(SUSP_ID), 0)
1104CP                      INTO :WS-SEED-MAX
1104CP                      FROM IBMUSER.PAY_SUSPENSE
1104CP               END-EXEC
1109EV          WHEN 'EVENT_ID'
1109EV               EXEC SQL
1109EV                    SELECT COALESCE(MAX(EVENT_ID), 0)
1109EV                      INTO :WS-SEED-MAX
1109EV                      FROM IBMUSER.EVENTS
1109EV               END-EXEC
1109EV          WHEN 'REG_ID'
1109EV               EXEC SQL
1109EV                    SELECT COALESCE(MAX(REG_ID), 0)
1109EV                      INTO :WS-SEED-MAX
1109EV                      FROM IBMUSER.EVENT_REGS
1109EV               END-EXEC
1110CC          WHEN 'FIX_ID'
1110CC               EXEC SQL
1110CC                    SELECT COALESCE(MAX(FIX_ID), 0)
1110CC                      INTO :WS-SEED-MAX
1110CC                      FROM IBMUSER.CIRC_FIXES
1110CC               END-EXEC
1111SV          WHEN 'SECEVT_ID'
1111SV               EXEC SQL
1111SV                    SELECT COALESCE(MAX(EVENT_ID), 0)
1111SV                      INTO :WS-SEED-MAX
1111SV                      FROM IBMUSER.SEC_EVENTS
1111SV               END-EXEC
1130SH          WHEN 'SUBJECT_ID'
1130SH               EXEC SQL
1130SH                    SELECT COALESCE(MAX(SUBJECT_ID), 0)
1130SH                      INTO :WS-SEED-MAX
1130SH                      FROM IBMUSER.SUBJECTS
1130SH               END-EXEC
1202CR          WHEN 'CLAIM_ID'
1202CR               EXEC SQL
1202CR                    SELECT COALESCE(MAX(CLAIM_ID), 0)
1202CR                      INTO :WS-SEED-MAX
1202CR                      FROM IBMUSER.CLAIMS_RETURNED
1202CR               END-EXEC
1204EQ          WHEN 'EQUIP_ID'
1204EQ               EXEC SQL
1204EQ                    SELECT COALESCE(MAX(EQUIP_ID), 0)
1204EQ                      INTO :WS-SEED-MAX
1204EQ                      FROM IBMUSER.EQUIPMENT
1204EQ               END-EXEC
1204EQ          WHEN 'EQLOAN_ID'
1204EQ               EXEC SQL
1204EQ                    SELECT COALESCE(MAX(EQLOAN_ID), 0)
1204EQ                      INTO :WS-SEED-MAX
1204EQ                      FROM IBMUSER.EQUIP_LOANS
1204EQ               END-EXEC
1208IP          WHEN 'PLAN_ID'
1208IP               EXEC SQL
1208IP                    SELECT COALESCE(MAX(PLAN_ID), 0)
1208IP                      INTO :WS-SEED-MAX
1208IP                      FROM IBMUSER.PAY_PLANS
1208IP               END-EXEC
1210FS          WHEN 'STOCK_ID'
1210FS               EXEC SQL
1210FS                    SELECT COALESCE(MAX(STOCK_ID), 0)
1210FS                      INTO :WS-SEED-MAX
1210FS                      FROM IBMUSER.SALE_STOCK
1210FS               END-EXEC
1214PN          WHEN 'NOTE_ID'
1214PN               EXEC SQL
1214PN                    SELECT COALESCE(MAX(NOTE_ID), 0)
1214PN                      INTO :WS-SEED-MAX
1214PN                      FROM IBMUSER.PATRON_NOTES
1214PN               END-EXEC
1215SU          WHEN 'RDPROG_ID'
1215SU               EXEC SQL
1215SU                    SELECT COALESCE(MAX(PROG_ID), 0)
1215SU                      INTO :WS-SEED-MAX
1215SU                      FROM IBMUSER.READ_PROGRAMS
1215SU               END-EXEC
1215SU          WHEN 'ENROL_ID'
1215SU               EXEC SQL
1215SU                    SELECT COALESCE(MAX(ENROL_ID), 0)
1215SU                      INTO :WS-SEED-MAX
1215SU                      FROM IBMUSER.READ_ENROL
1215SU               END-EXEC
1215SU          WHEN 'RDLOG_ID'
1215SU               EXEC SQL
1215SU                    SELECT COALESCE(MAX(LOG_ID), 0)
1215SU                      INTO :WS-SEED-MAX
1215SU                      FROM IBMUSER.READ_LOG
1215SU               END-EXEC
1216RT          WHEN 'RTN_ID'
1216RT               EXEC SQL
1216RT                    SELECT COALESCE(MAX(RTN_ID), 0)
1216RT                      INTO :WS-SEED-MAX
1216RT                      FROM IBMUSER.VEND_RETURNS
1216RT               END-EXEC
1221RQ          WHEN 'REPL_ID'
1221RQ               EXEC SQL
1221RQ                    SELECT COALESCE(MAX(REPL_ID), 0)
1221RQ                      INTO :WS-SEED-MAX
1221RQ                      FROM IBMUSER.REPL_QUEUE
1221RQ               END-EXEC
                WHEN OTHER
                     MOVE 0 TO WS-SEED-MAX
            END-EVALUATE
