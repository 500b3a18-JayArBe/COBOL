                   ELSE
                       PERFORM CHECK-FILENAME-TEXT
                   END-IF
               WHEN 'HLMF' WHEN 'PWDF' WHEN 'RAFN' WHEN 'PSRB'
               WHEN 'PSCN'
                   PERFORM CHECK-FILENAME-TEXT
               WHEN 'PWFD' WHEN 'PWTD' WHEN 'TRFD' WHEN 'TRTD'
               WHEN 'RAFD' WHEN 'PSFD' WHEN 'PSTD'
                   PERFORM CHECK-DDMMYY-TEXT
               WHEN 'HLIN' WHEN 'HLOM'
                   IF NUM-RESULT < 1 OR NUM-RESULT > 70
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'PWCS' WHEN 'TRCS' WHEN 'NBFR' WHEN 'CCAP'
               WHEN 'YEWK' WHEN 'YE53'
                   IF NUM-RESULT > 1
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'SWITCH MUST BE 0 OR 1' TO
               WHEN 'BTTH' WHEN 'SPTL' WHEN 'BKKP' WHEN 'RSGN'
               WHEN 'TGNC' WHEN 'TGSD' WHEN 'IPRN' WHEN 'CCAC'
               WHEN 'SPRT' WHEN 'PFSW' WHEN 'HKAB' WHEN 'HKAU'
               WHEN 'HKAL' WHEN 'HKTM' WHEN 'HKTH' WHEN 'HKMF'
               WHEN 'RAKP'
               WHEN 'BBTL' WHEN 'ANRD' WHEN 'APTM' WHEN 'ARIR'
               WHEN 'ARIT' WHEN 'BRDW' WHEN 'BRTL' WHEN 'DNRP'
               WHEN 'RAFC' WHEN 'SVSL' WHEN 'UALT' WHEN 'YEYR'
               WHEN 'WOTH'
                   CONTINUE
               WHEN 'PSTN'
                   IF NUM-RESULT < 1
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'MOVER COUNT MUST BE AT LEAST 1' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'SAFY'
                   IF NUM-RESULT < 1 OR NUM-RESULT > 12
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'MONTH MUST BE 1-12' TO ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'SAPM'
                   IF NUM-RESULT < 190001
                       OR NUM-RESULT(5:2) < '01'
                       OR NUM-RESULT(5:2) > '12'
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'MONTH MUST BE YYYYMM' TO ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'UAMN'
                   IF NUM-RESULT < 1 OR NUM-RESULT > 24
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'MONTHS MUST BE 1-24' TO ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'UAPA' WHEN 'UAPB'
                   IF NUM-RESULT < 1 OR NUM-RESULT > 100
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'PERCENT MUST BE 1-100' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'GLAR' WHEN 'GLTX' WHEN 'GLST'
                   IF ENTRY-TEXT-IN = SPACES
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'ACCOUNT MUST NOT BE BLANK' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'ANMD'
                   IF ENTRY-TEXT-IN NOT = 'LIST'
                       AND ENTRY-TEXT-IN NOT = 'APPLY'
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'MODE MUST BE LIST OR APPLY' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'FPMD'
                   IF ENTRY-TEXT-IN NOT = 'DATE'
                       AND ENTRY-TEXT-IN NOT = 'TRAN'
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'MODE MUST BE DATE OR TRAN' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'YEPP'
                   IF ENTRY-TEXT-IN NOT = 'MONTHLY'
                       AND ENTRY-TEXT-IN NOT = '445'
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'PATTERN MUST BE MONTHLY OR 445' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN 'TGER'
                   IF NUM-RESULT > 100
                       MOVE 'N' TO ENTRY-VALID-SW
