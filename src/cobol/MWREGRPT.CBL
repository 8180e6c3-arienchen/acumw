      *     比對等級範本(MWCLASSES)：以 -class 建立的 LIVE QUE，
      *     實際屬性(POSIX 取系統狀態、SYS/V 取登錄容量)與宣告
      *     等級不符即列 *DRIFT 並計入 RETURN-CODE = 3
      * 2026-10-15 ARIEN
      *     UPDATE 紀錄(MWREGUPD 屬性維護)更新彙整的責任團隊/PROD
      *     旗標/等級範本
      *
      */
        IDENTIFICATION DIVISION.
                    COMPUTE T-SIZE(TAB-HIT) =
                            FUNCTION NUMVAL(REG-SIZE)
                END-IF
      * 屬性維護(MWREGUPD)改過的團隊/PROD/等級以最後一筆為準
                IF REG-ACTION = "UPDATE"
                    MOVE REG-OWNER TO T-OWNER(TAB-HIT)
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                    MOVE REG-CLASS TO T-CLASS(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
