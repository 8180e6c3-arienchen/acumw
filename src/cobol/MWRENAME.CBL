      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     PROD QUE 更名須在變更行事曆(MWCHGCAL)的開放窗口內(建
      *     新 QUE 前即查核)，-chg 指定單號、-emerg 緊急放行(記 W
      *     事件)；單號/-emerg 轉帶給 MQRM/MSGRM 移除步驟；變更單號
      *     寫入 AUDITLOG；1950-AUDLOG 不再清掉呼叫端設的動作/QUE/
      *     筆數
      * 2026-10-15 ARIEN
      *     動手前掃描受管控制檔(MWCFGREG 登錄)仍引用舊名處並逐檔逐行
      *     列出：-rewrite(或互動時確認)於移除舊 QUE 前改寫為新名(各檔
      *     先備份 .REFBAK，回復時蓋回，記操作軌跡 REFREWRT)；-force 保留
      *     引用並轉帶給 MQRM/MSGRM 移除步驟；都沒有即拒絕
      * 2026-10-15 ARIEN
      *     在途訊息暫存檔(.REN)卸載後登錄備份檔目錄(MWBACKUPCAT)，記舊
      *     QUE 名、筆數與完整路徑，回灌失敗或事後追查可依目錄找回
      * 2026-10-15 ARIEN
      *     新名 QUE 建立時帶 -owner 沿用舊 QUE 掛名者(主檔查無時取登錄簿
      *     最後一筆 CREATE/UPDATE)；RENAME 登錄紀錄寫入前先清空 REG-REC
      * 2026-10-15 ARIEN
      *     QUEREG 紀錄新增 REG-OPER 記寫入的作業人員(環境變數 USER)
      *
      */
        IDENTIFICATION DIVISION.
            COPY "INCLOGSL.DEF".
            COPY "REGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "CHGSL.DEF".
            COPY "BKCSL.DEF".
            COPY "REFSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "INCLOGFD.DEF".
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "CHGFD.DEF".
        COPY "BKCFD.DEF".
        COPY "REFFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CHGWS.DEF".
        COPY "BKCWS.DEF".
        COPY "REFWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  OLD-SIZE            SIGNED-INT VALUE 100.
        77  WAS-PROD-SW         PIC X VALUE "N".
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
        77  MAX-DISP            PIC 9(9).
        77  SIZE-DISP           PIC 9(9).

        77  CMD-RC              SIGNED-INT VALUE 0.
        77  ROLLBACK-SW         PIC X VALUE SPACE.
            88 ROLLED-BACK      VALUE 'Y'.
      * 控制檔引用改寫為新名(-rewrite 或互動確認)
        77  REWRITE-SW          PIC X VALUE SPACE.
            88 REWRITE-REQ      VALUE 'Y'.
        01  ANSWER              PIC X(8) VALUE SPACES.

        01  OLD-ID              SIGNED-INT VALUE 0.
        01  NEW-ID              SIGNED-INT VALUE 0.
      * 帶出舊 QUE 的登錄容量與 PROD 旗標
            PERFORM 4000-REGMGET.

      * PROD QUE 須在開放變更窗口內，動手前先擋
            PERFORM 4100-WINCHK.
            IF WIN-DENY
                DISPLAY "QUE IS FLAGGED PRODUCTION - RENAME DENIED"
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

      * 舊 QUE 須存在
            PERFORM 4200-OLDCHK.

      * 控制檔仍引用舊名時須 -rewrite 改寫或 -force 保留，否則拒絕
            PERFORM 4300-REFCHK THRU 4300-EXIT.

      * 先建妥並驗證新 QUE，建不成即中止(舊 QUE 原封不動)
            PERFORM 5000-NEWCREATE.
            PERFORM 5100-NEWVERIFY.
                GO TO 0000-EXIT
            END-IF.

      * 控制檔引用改寫為新名，移除步驟即不再見到舊名引用
            IF REWRITE-REQ AND REF-HIT-CNT > 0
                PERFORM 7200-REFREWRITE THRU 7200-EXIT
                IF ROLLED-BACK
                    GO TO 0000-EXIT
                END-IF
            END-IF.

      * 移除舊 QUE(原路徑)，失敗即回復原狀
            PERFORM 7000-OLDREMOVE THRU 7000-EXIT.
            IF ROLLED-BACK
                        COMPUTE OLD-SIZE =
                                FUNCTION NUMVAL(REGM-SIZE)
                        MOVE REGM-PROD-FLAG TO WAS-PROD-SW
                        MOVE REGM-OWNER TO CHG-OWNER
                END-READ
                CLOSE QUE-REGM-FILE
            END-IF.

      * 主檔查無掛名者時，取登錄簿最後一筆 CREATE/UPDATE 的掛名者
            IF CHG-OWNER = SPACES
                OPEN INPUT QUE-REG-FILE
                IF REG-FILE-STAT = "00"
                    PERFORM TEST BEFORE UNTIL REG-FILE-STAT = "10"
                        READ QUE-REG-FILE
                            AT END
                                MOVE "10" TO REG-FILE-STAT
                            NOT AT END
                                PERFORM 4050-REGOWNER
                        END-READ
                    END-PERFORM
                    CLOSE QUE-REG-FILE
                END-IF
            END-IF.

        4050-REGOWNER.
            IF REG-QUE-NAME = OLD-NAME
            AND (REG-ACTION = "CREATE" OR REG-ACTION = "UPDATE")
            AND REG-OWNER NOT = SPACES
                IF (REN-POSIX AND REG-QUE-TYPE = "POSIX")
                OR (NOT REN-POSIX AND REG-QUE-TYPE = "SYSV ")
                    MOVE REG-OWNER TO CHG-OWNER
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * PROD QUE 查變更行事曆(MWCHGCAL)開放窗口(同 MQRM
      * 5680-WINCHK)
      *-----------------------------------------------------------
        4100-WINCHK.
            MOVE SPACE TO WIN-DENY-SW.
            MOVE SPACE TO WIN-EMERG-SW.
            MOVE CHG-REQ-NO TO CHG-NO.
            MOVE "MWRENAME" TO CHG-PGM.
            IF WAS-PROD
                MOVE OLD-NAME TO CHG-QUE-KEY
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
      * 舊 QUE 存在性檢查；POSIX 順便以實際容量校正
      *-----------------------------------------------------------
            PERFORM 2900-NEWNAMESET.

      *-----------------------------------------------------------
      * 受管控制檔(MWCFGREG 登錄)仍引用舊名時：-rewrite(或互動時
      * 回答 Y)於移除舊 QUE 前改寫為新名；-force 保留引用並轉帶給
      * 移除步驟(由 MQRM/MSGRM 查核授權並記軌跡)；都沒有即拒絕，
      * 動手前先擋
      *-----------------------------------------------------------
        4300-REFCHK.
            MOVE OLD-NAME TO REF-QUE-KEY.
            PERFORM 1930-REFCHK THRU 1930-EXIT.
            IF REF-HIT-CNT = 0
                GO TO 4300-EXIT
            END-IF.

            MOVE REF-HIT-CNT TO REF-CNT-DISP.
            DISPLAY "OLD QUE STILL REFERENCED, LINE(S) : "
                    REF-CNT-DISP.
            IF NOT REWRITE-REQ AND NOT REF-FORCE-REQ
            AND NOT QUIET-ON
                DISPLAY "REWRITE REFERENCES TO NEW NAME (Y/N)? "
                        WITH NO ADVANCING
                MOVE SPACES TO ANSWER
                ACCEPT ANSWER
                IF ANSWER(1:1) = "Y" OR ANSWER(1:1) = "y"
                    MOVE "Y" TO REWRITE-SW
                END-IF
            END-IF.

            IF REWRITE-REQ
                GO TO 4300-EXIT
            END-IF.
            IF REF-FORCE-REQ
                DISPLAY "REFERENCES KEPT, -force PASSED TO REMOVE STEP"
                GO TO 4300-EXIT
            END-IF.

            DISPLAY "RENAME DENIED - USE -rewrite TO REPOINT THEM".
            DISPLAY "OR -force TO KEEP THEM (AUTHORIZED OPERATORS)".
            MOVE -1 TO RET-CODE.
            MOVE "OLD QUE STILL REFERENCED BY CONTROL FILES" TO ERR-TXT.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.
            PERFORM 1900-INCLOG.
            MOVE MWRC-DENY TO RETURN-CODE.
            GO TO 0000-EXIT.

        4300-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 以原路徑建立新名 QUE(繼承容量、PROD 旗標與掛名者)
      *-----------------------------------------------------------
        5000-NEWCREATE.
            MOVE OLD-MAX TO MAX-DISP.
            MOVE OLD-SIZE TO SIZE-DISP.
            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.

            IF REN-POSIX
                STRING "runcbl MQMK -q " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            ELSE
                STRING "runcbl MSGMK -q " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF WAS-PROD
                STRING "-p " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
      * 新名 QUE 記在原團隊名下，額度與責任歸屬不落到執行者身上
            IF CHG-OWNER NOT = SPACES
                STRING "-owner " DELIMITED BY SIZE
                       CHG-OWNER DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF REN-POSIX
                STRING "-c " DELIMITED BY SIZE
                       MAX-DISP DELIMITED BY SIZE
                       " -s " DELIMITED BY SIZE
                       SIZE-DISP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING NEW-NAME DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.

            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            DISPLAY "DRAINED " CNT-DISP " MSG(S) TO "
                    HOLD-FILE-NAME(1:50).

      * 暫存檔登錄備份檔目錄(MWBACKUPCAT)，回灌失敗時可依目錄找回
            MOVE "MWRENAME" TO BK-PGM.
            MOVE OLD-NAME TO BK-QUE.
            IF REN-POSIX
                MOVE "POSIX" TO BK-QTYPE
            ELSE
                MOVE "SYSV" TO BK-QTYPE
            END-IF.
            MOVE "RENAME" TO BK-KIND.
            MOVE "BIN" TO BK-FMT.
            MOVE DRAIN-CNT TO BK-CNT.
            MOVE "NONE" TO BK-MF.
            MOVE HOLD-FILE-NAME TO BK-FILE.
            PERFORM 1976-BKCATADD.

      *-----------------------------------------------------------
      * 回灌新 QUE；失敗即灌回舊 QUE、移除新 QUE(原狀復原)
      *-----------------------------------------------------------
      *-----------------------------------------------------------
        7000-OLDREMOVE.
            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            IF REN-POSIX
                STRING "runcbl MQRM -q -f " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            ELSE
                STRING "runcbl MSGRM -q -f " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
      * 變更單號/緊急放行轉帶給移除步驟，依同一張單查核
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
      * 引用保留(-force)時轉帶，移除步驟查核授權並記軌跡
            IF REF-FORCE-REQ AND NOT REWRITE-REQ
                STRING "-force " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING OLD-NAME DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            IF CMD-RC > 255
            CONTINUE.

      *-----------------------------------------------------------
      * 控制檔引用改寫為新名(各檔先備份 .REFBAK)；失敗即回復原狀
      *-----------------------------------------------------------
        7200-REFREWRITE.
            MOVE SAVED-NEW-NAME TO REF-NEW-KEY.
            PERFORM 1938-REFREWRITE THRU 1938-EXIT.
            IF REF-RW-FAILED
                DISPLAY "REFERENCE REWRITE FAILED - ROLLING BACK"
                PERFORM 8000-ROLLBACK
                GO TO 7200-EXIT
            END-IF.

            MOVE REF-RW-CNT TO REF-CNT-DISP.
            DISPLAY "REFERENCES REPOINTED : " REF-CNT-DISP " LINE(S)".
            MOVE "REFREWRT" TO AUDIT-ACTION.
            MOVE OLD-NAME TO AUDIT-QUE.
            MOVE REF-RW-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        7200-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 原狀復原：控制檔引用蓋回、暫存檔灌回舊 QUE、移除新 QUE
      *-----------------------------------------------------------
        8000-ROLLBACK.
            MOVE "Y" TO ROLLBACK-SW.

      * 已改寫的控制檔先以備份蓋回，新 QUE 才移得掉
            PERFORM 1944-REFRESTORE THRU 1944-EXIT.

      * 灌回舊名(借 NEW-QUE 欄位指回舊 QUE)
            MOVE SPACES TO NEW-QUE.
            MOVE OLD-NAME TO NEW-NAME.
      * 移除新 QUE
            MOVE SPACES TO NEW-QUE.
            PERFORM 2900-NEWNAMESET.
      * 新 QUE 為本次剛建立，PROD 時以 -emerg 放行清除，不受
      * 變更窗口樣式是否涵蓋新名影響(W 事件留痕)
            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            IF REN-POSIX
                STRING "runcbl MQRM -q -f " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            ELSE
                STRING "runcbl MSGRM -q -f " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF CHG-NO NOT = SPACES
                STRING "-chg " DELIMITED BY SIZE
                       CHG-NO DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF WAS-PROD
                STRING "-emerg " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING NEW-NAME DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            DISPLAY "RENAME ROLLED BACK, OLD QUE INTACT".
      * QUEREG 補記成對 RENAME 紀錄(舊名/新名各一筆)
      *-----------------------------------------------------------
        7500-RENJOURNAL.
            MOVE SPACES TO REG-REC.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OWNER FROM ENVIRONMENT-VALUE.
            ACCEPT REG-DATE FROM DATE YYYYMMDD.

            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            MOVE SPACES TO NEW-QUE.
            MOVE SAVED-NEW-NAME TO NEW-NAME.

        COPY "CHGPD.DEF".
        COPY "BKCPD.DEF".

        COPY "REFPD.DEF".

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
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -t type , -chg chgno , -emerg , -rewrite ,
      *              -force
      * 必要參數   : old_que new_que (必須為最後兩個)
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-t"   MOVE PARAM TO PARAM-PREV
                WHEN "-chg" MOVE PARAM TO PARAM-PREV
                WHEN "-emerg" MOVE "Y" TO CHG-EMERG-SW
                WHEN "-rewrite" MOVE "Y" TO REWRITE-SW
                WHEN "-force" MOVE "Y" TO REF-FORCE-SW
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-t"
                            MOVE PARAM TO REN-TYPE
                        WHEN "-chg"
                            MOVE PARAM TO CHG-REQ-NO
                        WHEN SPACES
      * 倒數第二個位置參數為舊 QUE NAME
                            IF OLD-NAME = SPACES
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-t posix|sysv]    Que Type, default posix".
            DISPLAY "  [-chg chgno]       Change Record For PROD Que".
            DISPLAY "  [-emerg]           Emergency Override Outside".
            DISPLAY "                     Change Window(Logged)".
            DISPLAY "  [-rewrite]         Repoint Control File".
            DISPLAY "                     References To New Name".
            DISPLAY "  [-force]           Keep References To Old Name".
            DISPLAY "                     (Authorized Operators)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Capacity/PROD Flag Carried From QUEREGM;".
