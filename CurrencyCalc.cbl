      *               'C' convert LK-AMOUNT-1 between currencies
      * LK-RETURN-CODE: 00 ok, 90 divide by zero, 91 unknown
      *                 operation, 92 no rate in force for the pair
      *                 and date, 93 the result is too big for
      *                 LK-RESULT - handed back as zero, never with
      *                 its high-order digits cut off
      * LK-CURRENCY-PAIR/LK-RATE-DATE/LK-RATE-APPLIED: only for 'C' -
      * the from+to codes, the date the rate must be in force for,
      * and the rate actually applied handed back for the caller's
               WHEN 'A'
                   COMPUTE WORK-RESULT ROUNDED =
                       WORK-AMOUNT-1 + WORK-AMOUNT-2
                       ON SIZE ERROR
                           PERFORM REFUSE-OVERSIZE-RESULT
                   END-COMPUTE
               WHEN 'S'
                   COMPUTE WORK-RESULT ROUNDED =
                       WORK-AMOUNT-1 - WORK-AMOUNT-2
                       ON SIZE ERROR
                           PERFORM REFUSE-OVERSIZE-RESULT
                   END-COMPUTE
               WHEN 'M'
                   COMPUTE WORK-RESULT ROUNDED =
                       WORK-AMOUNT-1 * WORK-AMOUNT-2
                       ON SIZE ERROR
                           PERFORM REFUSE-OVERSIZE-RESULT
                   END-COMPUTE
               WHEN 'D'
                   IF WORK-AMOUNT-2 = ZERO
                       MOVE 90 TO LK-RETURN-CODE
                   ELSE
                       COMPUTE WORK-RESULT ROUNDED =
                           WORK-AMOUNT-1 / WORK-AMOUNT-2
                           ON SIZE ERROR
                               PERFORM REFUSE-OVERSIZE-RESULT
                       END-COMPUTE
                   END-IF
               WHEN 'C'
                   PERFORM CONVERT-BETWEEN-CURRENCIES
           MOVE WORK-RESULT TO LK-RESULT.
           GOBACK.

       REFUSE-OVERSIZE-RESULT.
           MOVE 93 TO LK-RETURN-CODE.
           MOVE ZERO TO WORK-RESULT.

      * applies the rate in force on LK-RATE-DATE for the caller's
      * pair - "in force" is the record with the latest effective
      * date at or before the rate date. the same pair quoted twice
           IF FX-RATE-FOUND
               COMPUTE WORK-RESULT ROUNDED =
                   WORK-AMOUNT-1 * WORK-RATE
                   ON SIZE ERROR
                       PERFORM REFUSE-OVERSIZE-RESULT
               END-COMPUTE
               MOVE WORK-RATE TO LK-RATE-APPLIED
           ELSE
               MOVE 92 TO LK-RETURN-CODE
