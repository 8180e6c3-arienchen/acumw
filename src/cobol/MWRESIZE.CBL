      *     ：內容含換行或二進位位元組(PACKED DECIMAL 上游)調整
      *     容量不再毀損；本檔僅同一次執行內寫後即讀，無跨版本
      *     相容問題
      * 2026-10-15 ARIEN
      *     PROD QUE 調整容量須在變更行事曆(MWCHGCAL)的開放窗口內
      *     (卸載前即查核)，-chg 指定單號、-emerg 緊急放行(記 W 事
      *     件)；單號/-emerg 轉帶給 MQRM 移除步驟；變更單號寫入
      *     AUDITLOG；1950-AUDLOG 不再清掉呼叫端設的動作/QUE/筆數
      * 2026-10-15 ARIEN
      *     主檔查無時掃描登錄簿取 PROD 旗標亦採 UPDATE 紀錄(MWREGUPD
      *     屬性維護)的新值
      * 2026-10-15 ARIEN
      *     在途訊息暫存檔(.RSZ)卸載後登錄備份檔目錄(MWBACKUPCAT)，記
      *     QUE、筆數與完整路徑，回灌失敗或事後追查可依目錄找回
      * 2026-10-15 ARIEN
      *     重建移除步驟加帶 -force(QUE NAME 不變，受管控制檔引用依然
      *     有效)；重建步驟帶 -owner 沿用原掛名者並帶 -quota-override
      *     (重建不新增 QUE)；MQMK 失敗時明列在途訊息暫存檔完整路徑
      *
      */
        IDENTIFICATION DIVISION.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGSL.DEF".
            COPY "CHGSL.DEF".
            COPY "BKCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGFD.DEF".
        COPY "CHGFD.DEF".
        COPY "BKCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CHGWS.DEF".
        COPY "BKCWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.

        77  PROD-FLAG-SW        PIC X VALUE "N".
            88 WAS-PROD         VALUE "Y".
      * PROD QUE 變更窗口：窗口未開拒絕 / -emerg 緊急放行
        77  WIN-DENY-SW         PIC X VALUE SPACE.
            88 WIN-DENY         VALUE "Y".
        77  WIN-EMERG-SW        PIC X VALUE SPACE.
            88 WIN-EMERG        VALUE "Y".
        77  CMD-PTR             PIC 9(3).
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  REBUILD-OK-SW       PIC X VALUE SPACE.
            88 REBUILD-OK       VALUE 'Y'.

      * 檢查原 QUE 是否標記 PROD(重建時需帶 -p)
            PERFORM 4000-PRODCHK.

      * PROD QUE 須在開放變更窗口內，卸載前先擋
            PERFORM 4100-WINCHK.
            IF WIN-DENY
                DISPLAY "QUE IS FLAGGED PRODUCTION - RESIZE DENIED"
                DISPLAY "NO OPEN CHANGE WINDOW, USE -chg OR -emerg"
                MOVE -1 TO RET-CODE
                MOVE "NO OPEN CHANGE WINDOW FOR PROD QUE" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.
            IF WIN-EMERG
                PERFORM 1836-CHGEMERG
            END-IF.

      * 卸載在途訊息至暫存檔
            PERFORM 5000-DRAIN.

      *-----------------------------------------------------------
        4000-PRODCHK.
            MOVE "N" TO PROD-FLAG-SW.
            MOVE SPACES TO CHG-OWNER.

            OPEN INPUT QUE-REG-FILE.
            IF REG-FILE-STAT = "00"
                        NOT AT END
                            IF REG-QUE-NAME = QUE-NAME
                            AND REG-QUE-TYPE = "POSIX"
                            AND (REG-ACTION = "CREATE"
                              OR REG-ACTION = "UPDATE")
                                MOVE REG-PROD-FLAG TO PROD-FLAG-SW
                                MOVE REG-OWNER TO CHG-OWNER
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QUE-REG-FILE
            END-IF.

      *-----------------------------------------------------------
      * PROD QUE 查變更行事曆(MWCHGCAL)開放窗口(同 MQRM
      * 5680-WINCHK)
      *-----------------------------------------------------------
        4100-WINCHK.
            MOVE SPACE TO WIN-DENY-SW.
            MOVE SPACE TO WIN-EMERG-SW.
            MOVE CHG-REQ-NO TO CHG-NO.
            MOVE "MWRESIZE" TO CHG-PGM.
            IF WAS-PROD
                MOVE QUE-NAME TO CHG-QUE-KEY
                PERFORM 1830-CHGCHK THRU 1830-EXIT
                IF NOT CHG-OPEN
                    IF CHG-EMERG
                        MOVE "Y" TO WIN-EMERG-SW
                    ELSE
                        MOVE "Y" TO WIN-DENY-SW
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 卸載在途訊息至暫存檔(QUE_YYYYMMDD_HHMMSS.RSZ)
      *-----------------------------------------------------------
            DISPLAY "DRAINED " CNT-DISP " MSG(S) TO "
                    HOLD-FILE-NAME(1:50).

      * 暫存檔登錄備份檔目錄(MWBACKUPCAT)，回灌失敗時可依目錄找回
            MOVE "MWRESIZE" TO BK-PGM.
            MOVE QUE-NAME TO BK-QUE.
            MOVE "POSIX" TO BK-QTYPE.
            MOVE "RESIZE" TO BK-KIND.
            MOVE "BIN" TO BK-FMT.
            MOVE DRAIN-CNT TO BK-CNT.
            MOVE "NONE" TO BK-MF.
            MOVE HOLD-FILE-NAME TO BK-FILE.
            PERFORM 1976-BKCATADD.

      *-----------------------------------------------------------
      * 以 runcbl 走 MQRM/MQMK 原路徑移除並重建，CTL/QUEREG/主檔
      * 均由原程式維護
      *-----------------------------------------------------------
        6000-REBUILD.
      * 變更單號/緊急放行轉帶給 MQRM，移除步驟依同一張單查核；QUE
      * NAME 不變，受管控制檔的引用重建後依然有效，帶 -force 免被
      * 引用檢查擋下(覆蓋仍經 MQRM 授權並記軌跡)
            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            STRING "runcbl MQRM -q -f -force " DELIMITED BY SIZE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            IF CHG-NO NOT = SPACES
                STRING "-chg " DELIMITED BY SIZE
                       CHG-NO DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF WIN-EMERG
                STRING "-emerg " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING QUE-NAME DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            DISPLAY "MQRM STEP RC=" CMD-RC.

      * 重建沿用原掛名者(-owner)；重建不新增 QUE，帶
      * -quota-override 免被團隊額度擋下(越權仍經 MQMK 授權並登錄)
            MOVE NEW-MAX TO NEW-MAX-DISP.
            MOVE NEW-SIZE TO NEW-SIZE-DISP.
            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            STRING "runcbl MQMK -q -quota-override " DELIMITED BY SIZE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            IF WAS-PROD
                STRING "-p " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF CHG-OWNER NOT = SPACES
                STRING "-owner " DELIMITED BY SIZE
                       CHG-OWNER DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING "-c " DELIMITED BY SIZE
                   NEW-MAX-DISP DELIMITED BY SIZE
                   " -s " DELIMITED BY SIZE
                   NEW-SIZE-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QUE-NAME DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            DISPLAY "MQMK STEP RC=" CMD-RC.
            IF CMD-RC NOT = 0
                DISPLAY "MQMK STEP FAILED, IN-FLIGHT MSGS ARE KEPT IN"
                DISPLAY "  " FUNCTION TRIM(HOLD-FILE-NAME)
            END-IF.

      *-----------------------------------------------------------
      * 驗證新容量；不符時視為重建失敗(如 PROD 授權被拒)
                COMPUTE RELOAD-CNT = RELOAD-CNT + 1
            END-IF.

        COPY "CHGPD.DEF".
        COPY "BKCPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

      * AUDIT-ACTION/AUDIT-QUE/AUDIT-CNT
      *-----------------------------------------------------------
        1950-AUDLOG.
            MOVE AUDIT-ACTION TO AUDIT-SV-ACTION.
            MOVE AUDIT-QUE TO AUDIT-SV-QUE.
            MOVE AUDIT-CNT TO AUDIT-SV-CNT.
            MOVE SPACES TO AUDIT-REC.
            MOVE AUDIT-SV-ACTION TO AUDIT-ACTION.
            MOVE AUDIT-SV-QUE TO AUDIT-QUE.
            MOVE AUDIT-SV-CNT TO AUDIT-CNT.
            MOVE CHG-NO TO AUDIT-CHGNO.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.

      * PARSING COMMAND-LINE 內容
      * 必要參數 : -c new_max , -s new_size 及 que_name(最後一個)
      * 選擇性參數 : -chg chgno , -emerg
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-c"   MOVE PARAM TO PARAM-PREV
                WHEN "-s"   MOVE PARAM TO PARAM-PREV
                WHEN "-chg" MOVE PARAM TO PARAM-PREV
                WHEN "-emerg" MOVE "Y" TO CHG-EMERG-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-c"
                            COMPUTE NEW-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN "-s"
                            COMPUTE NEW-SIZE = FUNCTION NUMVAL(PARAM)
                        WHEN "-chg"
                            MOVE PARAM TO CHG-REQ-NO
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "options:".
            DISPLAY "  -c new_max         New Max Msg In Que".
            DISPLAY "  -s new_size        New Max Size Of Msg".
            DISPLAY "  [-chg chgno]       Change Record For PROD Que".
            DISPLAY "  [-emerg]           Emergency Override Outside".
            DISPLAY "                     Change Window(Logged)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
