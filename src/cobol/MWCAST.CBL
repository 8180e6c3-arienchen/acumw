      * 2026-09-02 ARIEN
      *     DIVERT 軌跡改記「原 QUE>備援 QUE」：原僅記備援名，
      *     被導引走的原 QUE 查不到
      * 2026-10-15 ARIEN
      *     登錄簿 UPDATE 紀錄(MWREGUPD 屬性維護)亦更新 PROD 旗標，-prod
      *     篩選依最新值
      *
      */
        IDENTIFICATION DIVISION.
                IF REG-ACTION = "CREATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
      * 屬性維護(MWREGUPD)改過的 PROD 旗標以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
