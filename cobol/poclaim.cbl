      * - AFTER THREE FRUITLESS CLAIMS THE ACQTRN SCREEN FLAGS THE     *
      *   LINE FOR CANCELLATION REVIEW SO THE SELECTOR CAN REORDER     *
      *   ELSEWHERE                                                    *
1217ED* - A LINE THE VENDOR HAS ANSWERED BY EDI (EDIRSP) IS NOT        *
1217ED*   CLAIMED BEFORE ITS EXPECTED SHIP DATE; A BACK-ORDER ANSWER   *
1217ED*   RESTARTS THE CLAIM INTERVAL FROM THE DAY IT CAME IN, AND AN  *
1217ED*   OUT-OF-PRINT ANSWER CANCELS THE LINE SO IT IS NEVER CLAIMED  *
      *                                                                *
      * CHANGELOG:                                                     *
      * DEC   17,2020 - WAIT FOR THE VENDOR'S EXPECTED SHIP    (1217ED)*
      *               X DATE BEFORE CLAIMING                           *
      * OCT   02,2020 - INITIAL VERSION                        (1009PC)*
      *                                                                *
      * FILES:                                                         *
                   AND (L.LAST_CLAIM_DATE IS NULL
                        OR L.LAST_CLAIM_DATE < CURRENT DATE
                           - V.LEAD_DAYS DAYS)
1217ED                   AND (L.EXP_SHIP_DATE IS NULL
1217ED                        OR L.EXP_SHIP_DATE < CURRENT DATE)
                 ORDER BY P.VENDOR_ID, L.PO_ID, L.LINE_NO
           END-EXEC.

