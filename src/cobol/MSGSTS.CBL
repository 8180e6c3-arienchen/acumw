      * 2026-08-22 ARIEN
      *     新增 -state/-esc 有狀態告警(同 MWDASH)：狀態存檔跨執行
      *     保留，適用排程反覆執行的查核
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
