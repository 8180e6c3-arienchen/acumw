      * 2026-09-02 ARIEN
      *     行事曆檔(MWCAL)存在時 -days 改以營業日計算，週一與
      *     連假後早晨不再滿版假警報；檔案不存在時沿用日曆日
      * 2026-10-15 ARIEN
      *     登錄簿 UPDATE 紀錄(MWREGUPD 屬性維護)亦更新 PROD 旗標，-prod
      *     篩選依最新值
      *
      */
        IDENTIFICATION DIVISION.
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                    MOVE REG-DATE TO T-DATE(TAB-HIT)
                END-IF
      * 屬性維護(MWREGUPD)改過的 PROD 旗標以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
