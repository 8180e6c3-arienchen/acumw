      * 2. 申請/審批/執行各記一筆操作軌跡(QREQ/QAPPR/QREJ/QEXEC)
      * 3. 待辦檔一行一筆(| 分隔)：
      *    REQID|STATUS|TYPE|QUE|MAX|SIZE|PROD|REQUESTER|DATE|
      *    JUST|DECIDER|NOTE[|KIND[|QOVR]]
      *    KIND 空白為新建 QUE；RSZ 為既有 POSIX QUE 調整容量，
      *    -exec 改走 runcbl MWRESIZE(在途訊息保留)，PROD QUE 的
      *    變更單號以 -exec -chg 轉帶
      * 4. 團隊佈建額度檔(MWQUOTAS)存在時，-approve 先檢核申請
      *    者團隊(調整容量為 QUE 現有掛名團隊)的 QUE 數/訊息格數/
      *    位元組，超額即拒絕核准(RETURN-CODE = 4，申請維持
      *    PEND)；-quota-override 須具 QUOTA 權限，核准後第 14 欄
      *    QOVR = Y，-exec 轉帶 MQMK/MSGMK -quota-override
      * 5. -exec 新建 QUE 以 -owner 轉帶申請者為登錄掛名者
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-09-02 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     審批權限改依角色權限矩陣(MWROLES)判定(APPROVE/REJECT 動
      *     作+申請 QUE 樣式)，查到申請後才判定；無矩陣檔時沿用 AUTHOPS
      * 2026-10-15 ARIEN
      *     新增容量調整申請(KIND=RSZ，-add -rsz 或 MWCAPFC 預測產
      *     生)，-exec 走 MWRESIZE；1950-AUDLOG 不再清掉呼叫端設的
      *     動作/QUE/筆數
      * 2026-10-15 ARIEN
      *     審批遭拒記事故日誌，供特權覆核報表(MWPRIVRPT)
      * 2026-10-15 ARIEN
      *     -approve 依團隊佈建額度檔(MWQUOTAS)檢核，超額拒絕核准；
      *     -quota-override 越權核准(QUOTA 權限)記 QUOTAOVR 操作軌跡，
      *     申請帶 QOVR 旗標供 -exec 轉帶；-exec 新建以 -owner 轉帶申請者
      * 2026-10-15 ARIEN
      *     4000-REQLOAD 改 PERFORM THRU，待辦檔不存在時不再落入後續段落
      *
      */
        IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS QREQ-FILE-STAT.
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "QUOTSL.DEF".
            COPY "REGMSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  QREQ-FILE.
        01  QREQ-REC                PIC X(400).
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "QUOTFD.DEF".
        COPY "REGMFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".
        COPY "QUOTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  REGM-FILE-STAT      PIC XX.
        77  QREQ-FILE-STAT      PIC XX.
            88 QREQ-EOF         VALUE "10".
        77  AUTHOPS-FILE-STAT   PIC XX.
        77  IN-PROD-SW          PIC X VALUE "N".
        77  IN-JUST             PIC X(60) VALUE SPACES.
        77  IN-NOTE             PIC X(60) VALUE SPACES.
        77  IN-KIND             PIC X(3)  VALUE SPACES.
      * -exec 轉帶給 MWRESIZE 的變更單號(PROD QUE 調整容量用)
        77  EXEC-CHG            PIC X(16) VALUE SPACES.
      * -approve 超出團隊佈建額度(MWQUOTAS)時的越權核准
        77  QUOTA-OVR-SW        PIC X VALUE SPACE.
            88 QUOTA-OVR        VALUE 'Y'.

      * 申請表(整檔載入後異動再重寫)
        01  RQ-TAB.
                10  R-JUST      PIC X(60).
                10  R-DECID     PIC X(32).
                10  R-NOTE      PIC X(60).
                10  R-KIND      PIC X(3).
                10  R-QOVR      PIC X.
        77  RQ-CNT              SIGNED-INT VALUE 0.
        77  RQ-IDX              SIGNED-INT VALUE 0.
        77  RQ-HIT              SIGNED-INT VALUE 0.
        01  RL-P10              PIC X(60).
        01  RL-P11              PIC X(32).
        01  RL-P12              PIC X(60).
        01  RL-P13              PIC X(3).
        01  RL-P14              PIC X(1).
        77  RL-UPTR             PIC 9(3).

        77  OPER-ID             PIC X(32) VALUE SPACES.
        77  SIZE-DISP           PIC 9(9).
        77  CNT-DISP            PIC -(5)9.
        77  TODAY-DATE          PIC X(8).
        77  QREQ-PTR            PIC 9(3).
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.

            PERFORM 2000-PARAM.

            PERFORM 4000-REQLOAD THRU 4000-EXIT.

            EVALUATE REQ-MODE
                WHEN "ADD"
                    MOVE SPACES TO RL-P10
                    MOVE SPACES TO RL-P11
                    MOVE SPACES TO RL-P12
                    MOVE SPACES TO RL-P13
                    MOVE SPACES TO RL-P14
                    MOVE 1 TO RL-UPTR
                    UNSTRING QREQ-REC DELIMITED BY "|"
                        INTO RL-P1, RL-P2, RL-P3, RL-P4, RL-P5,
                             RL-P6, RL-P7, RL-P8, RL-P9, RL-P10,
                             RL-P11, RL-P12, RL-P13, RL-P14
                        POINTER RL-UPTR
                    END-UNSTRING
                    COMPUTE RQ-CNT = RQ-CNT + 1
                    MOVE RL-P10 TO R-JUST(RQ-CNT)
                    MOVE RL-P11 TO R-DECID(RQ-CNT)
                    MOVE RL-P12 TO R-NOTE(RQ-CNT)
                    MOVE RL-P13 TO R-KIND(RQ-CNT)
                    MOVE RL-P14 TO R-QOVR(RQ-CNT)
                END-IF
            END-IF.

                MOVE R-MAX(RQ-IDX) TO MAX-DISP
                MOVE R-SIZE(RQ-IDX) TO SIZE-DISP
                MOVE SPACES TO QREQ-REC
                MOVE 1 TO QREQ-PTR
                STRING FUNCTION TRIM(ID-DISP) "|"
                       R-STATUS(RQ-IDX) "|"
                       FUNCTION TRIM(R-TYPE(RQ-IDX)) "|"
                       FUNCTION TRIM(R-NOTE(RQ-IDX))
                       DELIMITED BY SIZE
                    INTO QREQ-REC
                    WITH POINTER QREQ-PTR
                END-STRING
      * 新建申請不帶 KIND，維持原 12 欄格式；額度越權核准另帶
      * 第 14 欄 QOVR = Y
                IF R-KIND(RQ-IDX) NOT = SPACES
                OR R-QOVR(RQ-IDX) = "Y"
                    STRING "|" R-KIND(RQ-IDX)
                           DELIMITED BY SIZE
                        INTO QREQ-REC
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                IF R-QOVR(RQ-IDX) = "Y"
                    STRING "|Y" DELIMITED BY SIZE
                        INTO QREQ-REC
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                WRITE QREQ-REC
            END-PERFORM.

                GO TO 3000-PERR
            END-IF.

      * 容量調整走 MWRESIZE，僅支援 POSIX
            IF IN-KIND = "RSZ"
            AND FUNCTION TRIM(IN-TYPE) NOT = "posix"
            AND FUNCTION TRIM(IN-TYPE) NOT = "POSIX"
                DISPLAY "RESIZE REQUESTS ARE POSIX ONLY";
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            IF RQ-CNT >= 200
                DISPLAY "REQUEST FILE FULL";
                MOVE MWRC-FILE TO RETURN-CODE;
            MOVE IN-JUST TO R-JUST(RQ-CNT).
            MOVE SPACES TO R-DECID(RQ-CNT).
            MOVE SPACES TO R-NOTE(RQ-CNT).
            MOVE IN-KIND TO R-KIND(RQ-CNT).
            MOVE SPACE TO R-QOVR(RQ-CNT).

            PERFORM 4500-REQSAVE.

            MOVE MWRC-OK TO RETURN-CODE.

      *-----------------------------------------------------------
      * -approve/-reject：審批(審批人須有該 QUE 的審批權限)
      *-----------------------------------------------------------
        5500-DECIDE.
            MOVE 0 TO RQ-HIT.
            PERFORM VARYING RQ-IDX FROM 1 BY 1
                    UNTIL RQ-IDX > RQ-CNT OR RQ-HIT > 0
                GO TO 0000-EXIT;
            END-IF.

      * 審批權限依申請的 QUE 判定(APPROVE/REJECT 動作)
            MOVE REQ-MODE TO ROLE-ACT.
            MOVE R-QUE(RQ-HIT) TO ROLE-QUE-KEY.
            MOVE SPACES TO ROLE-OWNER.
            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED - REFUSED";
      * 遭拒的審批記入事故日誌，供特權覆核(MWPRIVRPT)
                MOVE R-QUE(RQ-HIT) TO IN-QUE;
                MOVE -1 TO RET-CODE;
                MOVE "NOT AUTHORIZED TO DECIDE REQUEST" TO ERR-TXT;
                MOVE LENGTH OF ERR-TXT TO ERR-LEN;
                PERFORM 1900-INCLOG;
                MOVE MWRC-DENY TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            IF R-STATUS(RQ-HIT) NOT = "PEND"
                DISPLAY "REQUEST NOT PENDING : "
                        R-STATUS(RQ-HIT);
                GO TO 0000-EXIT;
            END-IF.

      * 核准前檢核申請者團隊佈建額度，超額須 -quota-override
            IF REQ-MODE = "APPROVE"
                PERFORM 5700-QUOTACHK THRU 5700-EXIT
            END-IF.

            IF REQ-MODE = "APPROVE"
                MOVE "APPR" TO R-STATUS(RQ-HIT)
                MOVE "QAPPR" TO AUDIT-ACTION
            PERFORM 1950-AUDLOG.
            MOVE MWRC-OK TO RETURN-CODE.

      *-----------------------------------------------------------
      * 團隊佈建額度檢核(MWQUOTAS)：新建 QUE 計入申請者團隊，調整
      * 容量計入 QUE 現有掛名團隊；超額未帶 -quota-override 即拒絕
      * 核准(申請維持 PEND)，越權須具 QUOTA 權限，核准後申請帶
      * QOVR 旗標，-exec 轉帶 MQMK/MSGMK -quota-override
      *-----------------------------------------------------------
        5700-QUOTACHK.
            MOVE R-QUE(RQ-HIT) TO QUOT-QUE.
            MOVE R-TYPE(RQ-HIT) TO QUOT-TYPE.
            MOVE R-REQR(RQ-HIT) TO QUOT-OPER.
      * SYS/V 容量由核心控管(登錄容量為 0)，只計 QUE 數
            IF R-TYPE(RQ-HIT) = "POSIX"
                MOVE R-MAX(RQ-HIT) TO QUOT-ADD-MAX
                MOVE R-SIZE(RQ-HIT) TO QUOT-ADD-SIZE
            ELSE
                MOVE 0 TO QUOT-ADD-MAX
                MOVE 0 TO QUOT-ADD-SIZE
            END-IF.
            PERFORM 1688-QUOTACHK THRU 1688-EXIT.
            IF QUOT-OK
                GO TO 5700-EXIT
            END-IF.

            IF NOT QUOTA-OVR
                DISPLAY "QUOTA EXCEEDED FOR TEAM "
                        FUNCTION TRIM(QUOT-TEAM) ": "
                        FUNCTION TRIM(QUOT-REASON);
                DISPLAY "REQUEST LEFT PENDING, USE -quota-override"
                        " TO APPROVE ANYWAY";
                MOVE MWRC-DENY TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            MOVE "QUOTA" TO ROLE-ACT.
            MOVE R-QUE(RQ-HIT) TO ROLE-QUE-KEY.
            MOVE QUOT-TEAM TO ROLE-OWNER.
            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED, -quota-override REFUSED";
      * 遭拒的越權記入事故日誌，供特權覆核(MWPRIVRPT)
                MOVE R-QUE(RQ-HIT) TO IN-QUE;
                MOVE -1 TO RET-CODE;
                MOVE "NOT AUTHORIZED FOR QUOTA OVERRIDE" TO ERR-TXT;
                MOVE LENGTH OF ERR-TXT TO ERR-LEN;
                PERFORM 1900-INCLOG;
                MOVE MWRC-DENY TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            DISPLAY "QUOTA OVERRIDDEN FOR TEAM "
                    FUNCTION TRIM(QUOT-TEAM) ": "
                    FUNCTION TRIM(QUOT-REASON).
            MOVE "Y" TO R-QOVR(RQ-HIT).
            MOVE "QUOTAOVR" TO AUDIT-ACTION.
            MOVE R-QUE(RQ-HIT) TO AUDIT-QUE.
            MOVE 1 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        5700-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * -exec：APPR 申請逐筆走 MQMK/MSGMK 原路徑執行
      *-----------------------------------------------------------
            MOVE R-SIZE(RQ-IDX) TO SIZE-DISP.
            MOVE SPACES TO CMD-LINE.

      * 容量調整：MWRESIZE 自行帶回 PROD 旗標並查核變更窗口
            IF R-KIND(RQ-IDX) = "RSZ"
                MOVE 1 TO QREQ-PTR
                STRING "runcbl MWRESIZE -q -c " DELIMITED BY SIZE
                       MAX-DISP DELIMITED BY SIZE
                       " -s " DELIMITED BY SIZE
                       SIZE-DISP DELIMITED BY SIZE
                    INTO CMD-LINE
                    WITH POINTER QREQ-PTR
                END-STRING
                IF EXEC-CHG NOT = SPACES
                    STRING " -chg " DELIMITED BY SIZE
                           EXEC-CHG DELIMITED BY SPACE
                        INTO CMD-LINE
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                STRING " " DELIMITED BY SIZE
                       R-QUE(RQ-IDX) DELIMITED BY SPACE
                    INTO CMD-LINE
                    WITH POINTER QREQ-PTR
                END-STRING
            ELSE
      * 新建：掛名者為申請者(-owner)，額度越權核准者轉帶
      * -quota-override
                MOVE 1 TO QREQ-PTR
                IF R-TYPE(RQ-IDX) = "POSIX"
                    STRING "runcbl MQMK -q -c " DELIMITED BY SIZE
                           MAX-DISP DELIMITED BY SIZE
                           " -s " DELIMITED BY SIZE
                           SIZE-DISP DELIMITED BY SIZE
                        INTO CMD-LINE
                        WITH POINTER QREQ-PTR
                    END-STRING
                ELSE
                    STRING "runcbl MSGMK -q" DELIMITED BY SIZE
                        INTO CMD-LINE
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                IF R-PROD(RQ-IDX) = "Y"
                    STRING " -p" DELIMITED BY SIZE
                        INTO CMD-LINE
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                IF R-QOVR(RQ-IDX) = "Y"
                    STRING " -quota-override" DELIMITED BY SIZE
                        INTO CMD-LINE
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                IF R-REQR(RQ-IDX) NOT = SPACES
                    STRING " -owner " DELIMITED BY SIZE
                           R-REQR(RQ-IDX) DELIMITED BY SPACE
                        INTO CMD-LINE
                        WITH POINTER QREQ-PTR
                    END-STRING
                END-IF
                STRING " " DELIMITED BY SIZE
                       R-QUE(RQ-IDX) DELIMITED BY SPACE
                    INTO CMD-LINE
                    WITH POINTER QREQ-PTR
                END-STRING
            END-IF.

            CALL "SYSTEM" USING CMD-LINE.
                DISPLAY "       BY " R-REQR(RQ-IDX)(1:16) " "
                        R-DATE(RQ-IDX) " ["
                        R-JUST(RQ-IDX)(1:40) "]"
                IF R-KIND(RQ-IDX) = "RSZ"
                    DISPLAY "       RESIZE OF EXISTING QUE"
                END-IF
                IF R-QOVR(RQ-IDX) = "Y"
                    DISPLAY "       APPROVED OVER TEAM QUOTA"
                END-IF
                IF R-DECID(RQ-IDX) NOT = SPACES
                    DISPLAY "       DECIDED BY "
                            R-DECID(RQ-IDX)(1:16) " ["
            MOVE MWRC-OK TO RETURN-CODE.

      *-----------------------------------------------------------
      * 目前登入帳號依角色權限矩陣(MWROLES)判定，無矩陣檔時比對授權
      * 清單(AUTHOPS，同 MQRM 5650-OPERCHK)
      *-----------------------------------------------------------
        5650-OPERCHK.
            MOVE SPACE TO AUTH-OK-SW.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-ID FROM ENVIRONMENT-VALUE.

      * 有角色權限矩陣(MWROLES)以矩陣為准，無矩陣檔才沿用 AUTHOPS
            MOVE OPER-ID TO ROLE-OPER.
            MOVE "MWQREQ" TO ROLE-PGM.
            PERFORM 1890-ROLECHK THRU 1890-EXIT.
            IF ROLE-MATRIX
                IF ROLE-OK
                    MOVE "Y" TO AUTH-OK-SW
                END-IF
            ELSE
                OPEN INPUT AUTHOPS-FILE
                IF AUTHOPS-FILE-STAT = "00"
                    PERFORM TEST BEFORE UNTIL AUTHOPS-EOF
                        READ AUTHOPS-FILE
                            AT END
                                MOVE "10" TO AUTHOPS-FILE-STAT
                            NOT AT END
                                IF AUTHOPS-REC NOT = SPACES
                                AND AUTHOPS-REC(1:1) NOT = "*"
                                AND FUNCTION TRIM(AUTHOPS-REC)
                                    = FUNCTION TRIM(OPER-ID)
                                    MOVE "Y" TO AUTH-OK-SW
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AUTHOPS-FILE
                END-IF
            END-IF.

        COPY "QUOTPD.DEF".

        COPY "ROLEPD.DEF".

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
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
      * PARSING COMMAND-LINE 內容
      * 模式 : -add / -approve id / -reject id / -exec / (列示)
      * -add 參數 : -t type , -que name , -c max , -s size , -p ,
      *             -j justification(單一 TOKEN) , -rsz ;
      *             -note text ; -exec 參數 : -chg chgno
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                                    MOVE PARAM TO IN-JUST
                                WHEN "-note"
                                    MOVE PARAM TO IN-NOTE
                                WHEN "-chg"
                                    MOVE PARAM TO EXEC-CHG
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                WHEN "-add"     MOVE "ADD" TO REQ-MODE
                WHEN "-exec"    MOVE "EXEC" TO REQ-MODE
                WHEN "-p"       MOVE "Y" TO IN-PROD-SW
                WHEN "-rsz"     MOVE "RSZ" TO IN-KIND
                WHEN "-quota-override" MOVE "Y" TO QUOTA-OVR-SW
                WHEN "-chg"     MOVE PARAM TO PARAM-PREV
                WHEN "-approve" MOVE PARAM TO PARAM-PREV
                WHEN "-reject"  MOVE PARAM TO PARAM-PREV
                WHEN "-t"       MOVE PARAM TO PARAM-PREV
                            MOVE PARAM TO IN-JUST
                        WHEN "-note"
                            MOVE PARAM TO IN-NOTE
                        WHEN "-chg"
                            MOVE PARAM TO EXEC-CHG
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
            DISPLAY "  runcbl MWQREQ -add -que name [options]".
            DISPLAY "  runcbl MWQREQ -approve id [-note text]".
            DISPLAY "  runcbl MWQREQ -reject id [-note text]".
            DISPLAY "  runcbl MWQREQ -exec [-chg chgno]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-t posix|sysv]    Que Type, default posix".
            DISPLAY "  [-s msg_size]      Msg Size, default 100".
            DISPLAY "  [-p]               Request Production Flag".
            DISPLAY "  [-j text]          Justification(Single Token)".
            DISPLAY "  [-rsz]             Resize Existing POSIX Que".
            DISPLAY "                     (Executed Via MWRESIZE)".
            DISPLAY "  [-chg chgno]       Change No. For PROD Resize".
            DISPLAY "  [-note text]       Decision Note(Single Token)".
            DISPLAY "  [-quota-override]  Approve Over Team Quota".
            DISPLAY "                     (MWQUOTAS, QUOTA Right;".
            DISPLAY "                     -exec Operator Needs It Too)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Request File: MWQREQS (env Override);".
            DISPLAY "  Approvers Need APPROVE/REJECT In MWROLES".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.
