      *
      * DESCRIPTION
      * 1. 各常駐程式(MWSINK/MWINCWAT/MWDASH/MWTIMER/MWTEE/
      *    MWROUTE/MWFEED/MWBRIDGEX/MWBRIDGEI/MWWORK/MWSIEM)以
      *    <名稱>.PID 鎖檔登錄 PID/啟動/最後活動時點；本程式：
      *    - 預設列示：讀 -l 名單檔(一行一個服務名，預設
      *      MWSVCLIST)逐一顯示執行狀態；鎖檔有第二行(服務狀態
      *      摘要，如 MWSIEM 轉送延遲/積壓)一併顯示
      *    - -stop name  建立 <name>.STOP 停止請求檔，該服務於
      *      本輪結束後收尾退出
      *    - -clear name 清除殘留的 .PID/.STOP(前次 kill -9 或
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     列示時一併顯示鎖檔第二行的服務狀態摘要(SVC-INFO，如 MWSIEM
      *     轉送延遲與積壓筆數)
      *
      */
        IDENTIFICATION DIVISION.
                        LOCK-REC(1:60)
            END-IF.

      * 鎖檔第二行為服務自報的狀態摘要
            READ MWSVC-LOCK-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF LOCK-REC NOT = SPACES
                        DISPLAY "             " LOCK-REC(1:66)
                    END-IF
            END-READ.

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

