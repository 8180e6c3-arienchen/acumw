      */--------------------------------------------------------------
      * MWCERT.CBL
      * QUE 責任團隊季度再認證作業程式
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. REGM-OWNER 由 MQMK 建立時設定後即不再異動，團隊改組後
      *    逐漸失真；MWBILL 只報無主 QUE，沒人確認掛名團隊是否仍
      *    要這個 QUE。內部稽核要求每季再認證一次：
      *    - -open [-camp id]  開立認證活動(預設 id 為 YYYYQn)，
      *                        QUE 主檔每個 LIVE QUE 寫一筆 PEND
      *                        認證，依團隊分組
      *    - -keep/-transfer/-retire que [-t type] [-note text]
      *                        團隊(或其代理人)回覆保留/移轉/退役；
      *                        -transfer 需 -to team；活動結束前可
      *                        改答
      *    - -list [-camp id] [-owner team]  依團隊列示認證狀態
      *    - -close            結束活動並出報表(-o，預設 MWCERTOUT)
      * 2. 回覆權限依角色權限矩陣(MWROLES)CERTIFY 動作判定，QUE
      *    樣式以 OWNER=team 授與團隊成員及代理人；開立/結束為
      *    CAMPAIGN 動作。無矩陣檔時沿用 AUTHOPS 清單
      * 3. 結束活動時：
      *    - 報表列各團隊回覆統計、未回覆 QUE、移轉與退役清單
      *    - TRANSFER 改寫 QUE 主檔 REGM-OWNER，並於 QUE 登錄簿
      *      (QUEREG)記一筆 OWNER 紀錄(MWREGPACK 重建主檔時沿用)
      *    - RETIRE 之 POSIX QUE 附加至 MWSTALE 移除候選檔(-cand，
      *      預設 MWSTALECAND，即 MQRM -l 清單檔，已列者不重複)；
      *      SYS/V 僅列報表(MSGRM 無批次模式)
      *    - 有未回覆 QUE 時 RETURN-CODE = 3
      * 4. 每筆回覆、移轉生效、未回覆及開立/結束均記操作軌跡
      *    (CKEEP/CXFER/CRETIRE/CHOWNER/CNOANS/COPEN/CCLOSE)
      * 5. 認證檔 MWCERTS(環境變數可覆蓋)一行一筆，| 分隔：
      *      C|CAMP|OPEN/CLOSED|OPENDATE|OPENER|CLOSEDATE|CLOSER
      *      A|CAMP|QUE|TYPE|OWNER|DECISION|NEWOWNER|DECIDER|DATE|
      *        NOTE
      *    DECISION 為 PEND/KEEP/TRANSFER/RETIRE；歷次活動均保留
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     QUEREG 紀錄新增 REG-OPER 記寫入的作業人員(環境變數 USER)
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWCERT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 認證檔，檔名可由環境變數 MWCERTS 覆蓋
            SELECT CERT-FILE ASSIGN TO "MWCERTS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CERT-FILE-STAT.
            SELECT MWCERT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
      * 移除候選清單(一行一個 POSIX QUE NAME，同 MQRM -l 格式)
            SELECT MWCERT-CAND-FILE ASSIGN TO CAND-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAND-FILE-STAT.
            COPY "AUTHSL.DEF".
            COPY "ROLESL.DEF".
            COPY "AUDITSL.DEF".
            COPY "REGSL.DEF".
            COPY "REGMSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  CERT-FILE.
        01  CERT-REC                PIC X(400).

        FD  MWCERT-RPT-FILE.
        01  RPT-REC                 PIC X(160).

        FD  MWCERT-CAND-FILE.
        01  CAND-REC                PIC X(64).
        COPY "AUTHFD.DEF".
        COPY "ROLEFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "REGFD.DEF".
        COPY "REGMFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ROLEWS.DEF".

        77  AUDIT-FILE-STAT     PIC XX.
        77  CERT-FILE-STAT      PIC XX.
            88 CERT-EOF         VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  CAND-FILE-STAT      PIC XX.
            88 CAND-EOF         VALUE "10".
        77  AUTHOPS-FILE-STAT   PIC XX.
            88 AUTHOPS-EOF      VALUE "10".
        77  REG-FILE-STAT       PIC XX.
        77  REGM-FILE-STAT      PIC XX.
            88 REGM-EOF         VALUE "10".

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWCERTOUT".
        01  CAND-FILE-NAME      PIC X(FILE_NAME_LEN)
                                 VALUE "MWSTALECAND".

      * 動作模式與輸入
        77  CERT-MODE           PIC X(8) VALUE "LIST".
        01  IN-CAMP             PIC X(8)  VALUE SPACES.
        01  IN-QUE              PIC X(64) VALUE SPACES.
        01  IN-TYPE             PIC X(8)  VALUE SPACES.
        01  IN-TO               PIC X(32) VALUE SPACES.
        01  IN-OWNER            PIC X(32) VALUE SPACES.
        01  IN-NOTE             PIC X(60) VALUE SPACES.

      * 認證檔(整檔載入後異動再重寫)
        01  CT-TAB.
            05  CT-ENT OCCURS 3000 TIMES.
                10  CT-KIND     PIC X.
                10  CT-CAMP     PIC X(8).
                10  CT-QUE      PIC X(64).
                10  CT-TYPE     PIC X(5).
                10  CT-OWNER    PIC X(32).
                10  CT-DEC      PIC X(8).
                10  CT-NEWOWN   PIC X(32).
                10  CT-DECID    PIC X(32).
                10  CT-DATE     PIC X(8).
                10  CT-NOTE     PIC X(60).
        77  CT-CNT              SIGNED-INT VALUE 0.
        77  CT-IDX              SIGNED-INT VALUE 0.
        77  CT-HIT              SIGNED-INT VALUE 0.
        77  OPEN-IDX            SIGNED-INT VALUE 0.
        77  CAMP-IDX            SIGNED-INT VALUE 0.
        01  CUR-CAMP            PIC X(8) VALUE SPACES.

      * 認證檔行拆解
        01  CL-P1               PIC X(1).
        01  CL-P2               PIC X(8).
        01  CL-P3               PIC X(64).
        01  CL-P4               PIC X(8).
        01  CL-P5               PIC X(32).
        01  CL-P6               PIC X(8).
        01  CL-P7               PIC X(32).
        01  CL-P8               PIC X(32).
        01  CL-P9               PIC X(8).
        01  CL-P10              PIC X(60).
        77  CL-UPTR             PIC 9(3).
        77  CERT-PTR            PIC 9(3).

      * -open 取自 QUE 主檔之 LIVE QUE
        01  LV-TAB.
            05  LV-ENT OCCURS 1000 TIMES.
                10  LV-QUE      PIC X(64).
                10  LV-TYPE     PIC X(5).
                10  LV-OWNER    PIC X(32).
                10  LV-DONE     PIC X.
        77  LV-CNT              SIGNED-INT VALUE 0.
        77  LV-IDX              SIGNED-INT VALUE 0.
        77  LV-FULL             SIGNED-INT VALUE 0.

      * 團隊彙總
        01  OW-TAB.
            05  OW-ENT OCCURS 300 TIMES.
                10  OW-NAME     PIC X(32).
                10  OW-TOT      SIGNED-INT.
                10  OW-KEEP     SIGNED-INT.
                10  OW-XFER     SIGNED-INT.
                10  OW-RETR     SIGNED-INT.
                10  OW-PEND     SIGNED-INT.
        77  OW-CNT              SIGNED-INT VALUE 0.
        77  OW-IDX              SIGNED-INT VALUE 0.
        77  OW-HIT              SIGNED-INT VALUE 0.
        01  OW-KEY              PIC X(32).

      * 既有候選檔內容(附加時避免重複)
        01  CD-TAB.
            05  CD-QUE          PIC X(64) OCCURS 1000 TIMES.
        77  CD-CNT              SIGNED-INT VALUE 0.
        77  CD-IDX              SIGNED-INT VALUE 0.
        77  CD-HIT-SW           PIC X VALUE SPACE.
            88 CD-HIT           VALUE 'Y'.

        77  OPER-ID             PIC X(32) VALUE SPACES.
        77  AUTH-OK-SW          PIC X VALUE SPACE.
            88 AUTH-OK          VALUE 'Y'.
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.

        77  TODAY-DATE          PIC X(8).
        77  TODAY-MM            PIC 99.
        77  TODAY-QTR           PIC 9.
        77  TOT-CNT             SIGNED-INT VALUE 0.
        77  PEND-CNT            SIGNED-INT VALUE 0.
        77  KEEP-CNT            SIGNED-INT VALUE 0.
        77  XFER-CNT            SIGNED-INT VALUE 0.
        77  RETR-CNT            SIGNED-INT VALUE 0.
        77  XFER-OK-CNT         SIGNED-INT VALUE 0.
        77  XFER-BAD-CNT        SIGNED-INT VALUE 0.
        77  CAND-ADD-CNT        SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.
        77  CNT-DISP3           PIC -(5)9.
        77  CNT-DISP4           PIC -(5)9.
        77  CNT-DISP5           PIC -(5)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM 4000-CERTLOAD THRU 4000-EXIT.

            EVALUATE CERT-MODE
                WHEN "OPEN"
                    PERFORM 5000-OPENCAMP THRU 5000-EXIT
                WHEN "KEEP"
                WHEN "TRANSFER"
                WHEN "RETIRE"
                    PERFORM 5500-ANSWER THRU 5500-EXIT
                WHEN "CLOSE"
                    PERFORM 6000-CLOSECAMP THRU 6000-EXIT
                WHEN OTHER
                    PERFORM 7000-LISTCAMP THRU 7000-EXIT
            END-EVALUATE.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入認證檔，記下進行中的活動
      *-----------------------------------------------------------
        4000-CERTLOAD.
            MOVE 0 TO CT-CNT.
            MOVE 0 TO OPEN-IDX.
            MOVE SPACES TO CERT-FILE-STAT.

            OPEN INPUT CERT-FILE.
            IF CERT-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL CERT-EOF
                READ CERT-FILE
                    AT END
                        MOVE "10" TO CERT-FILE-STAT
                    NOT AT END
                        PERFORM 4100-CERTONE
                END-READ
            END-PERFORM.

            CLOSE CERT-FILE.

        4000-EXIT.
            CONTINUE.

        4100-CERTONE.
            IF CERT-REC = SPACES OR CERT-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF CT-CNT >= 3000
                    DISPLAY "CERT FILE TABLE FULL, LINE IGNORED"
                ELSE
                    MOVE SPACES TO CL-P1
                    MOVE SPACES TO CL-P2
                    MOVE SPACES TO CL-P3
                    MOVE SPACES TO CL-P4
                    MOVE SPACES TO CL-P5
                    MOVE SPACES TO CL-P6
                    MOVE SPACES TO CL-P7
                    MOVE SPACES TO CL-P8
                    MOVE SPACES TO CL-P9
                    MOVE SPACES TO CL-P10
                    MOVE 1 TO CL-UPTR
                    UNSTRING CERT-REC DELIMITED BY "|"
                        INTO CL-P1, CL-P2, CL-P3, CL-P4, CL-P5,
                             CL-P6, CL-P7, CL-P8, CL-P9, CL-P10
                        POINTER CL-UPTR
                    END-UNSTRING
                    COMPUTE CT-CNT = CT-CNT + 1
                    MOVE SPACES TO CT-ENT(CT-CNT)
                    MOVE CL-P1 TO CT-KIND(CT-CNT)
                    MOVE CL-P2 TO CT-CAMP(CT-CNT)
                    IF CL-P1 = "C"
      * 活動紀錄：狀態/開立日/開立人/結束日/結束人
                        MOVE CL-P3(1:8) TO CT-DEC(CT-CNT)
                        MOVE CL-P4 TO CT-DATE(CT-CNT)
                        MOVE CL-P5 TO CT-OWNER(CT-CNT)
                        MOVE CL-P6 TO CT-NOTE(CT-CNT)
                        MOVE CL-P7 TO CT-DECID(CT-CNT)
                        IF CT-DEC(CT-CNT) = "OPEN"
                            MOVE CT-CNT TO OPEN-IDX
                        END-IF
                    ELSE
                        MOVE CL-P3 TO CT-QUE(CT-CNT)
                        MOVE CL-P4(1:5) TO CT-TYPE(CT-CNT)
                        MOVE CL-P5 TO CT-OWNER(CT-CNT)
                        MOVE CL-P6 TO CT-DEC(CT-CNT)
                        MOVE CL-P7 TO CT-NEWOWN(CT-CNT)
                        MOVE CL-P8 TO CT-DECID(CT-CNT)
                        MOVE CL-P9 TO CT-DATE(CT-CNT)
                        MOVE CL-P10 TO CT-NOTE(CT-CNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 整檔重寫
      *-----------------------------------------------------------
        4500-CERTSAVE.
            OPEN OUTPUT CERT-FILE.
            IF CERT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT REWRITE CERT FILE, STATUS "
                        CERT-FILE-STAT
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM VARYING CT-IDX FROM 1 BY 1
                    UNTIL CT-IDX > CT-CNT
                MOVE SPACES TO CERT-REC
                MOVE 1 TO CERT-PTR
                IF CT-KIND(CT-IDX) = "C"
                    STRING "C|" FUNCTION TRIM(CT-CAMP(CT-IDX)) "|"
                           FUNCTION TRIM(CT-DEC(CT-IDX)) "|"
                           CT-DATE(CT-IDX) "|"
                           FUNCTION TRIM(CT-OWNER(CT-IDX)) "|"
                           FUNCTION TRIM(CT-NOTE(CT-IDX)) "|"
                           FUNCTION TRIM(CT-DECID(CT-IDX))
                           DELIMITED BY SIZE
                        INTO CERT-REC
                        WITH POINTER CERT-PTR
                    END-STRING
                ELSE
                    STRING "A|" FUNCTION TRIM(CT-CAMP(CT-IDX)) "|"
                           FUNCTION TRIM(CT-QUE(CT-IDX)) "|"
                           FUNCTION TRIM(CT-TYPE(CT-IDX)) "|"
                           FUNCTION TRIM(CT-OWNER(CT-IDX)) "|"
                           FUNCTION TRIM(CT-DEC(CT-IDX)) "|"
                           FUNCTION TRIM(CT-NEWOWN(CT-IDX)) "|"
                           FUNCTION TRIM(CT-DECID(CT-IDX)) "|"
                           FUNCTION TRIM(CT-DATE(CT-IDX)) "|"
                           FUNCTION TRIM(CT-NOTE(CT-IDX))
                           DELIMITED BY SIZE
                        INTO CERT-REC
                        WITH POINTER CERT-PTR
                    END-STRING
                END-IF
                WRITE CERT-REC
            END-PERFORM.

            CLOSE CERT-FILE.

      *-----------------------------------------------------------
      * -open：開立活動，每個 LIVE QUE 一筆 PEND(依團隊分組寫出)
      *-----------------------------------------------------------
        5000-OPENCAMP.
            MOVE "CAMPAIGN" TO ROLE-ACT.
            MOVE "*" TO ROLE-QUE-KEY.
            MOVE SPACES TO ROLE-OWNER.
            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED - REFUSED"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 5000-EXIT
            END-IF.

            IF OPEN-IDX > 0
                DISPLAY "CAMPAIGN " CT-CAMP(OPEN-IDX)
                        " STILL OPEN - CLOSE IT FIRST"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 5000-EXIT
            END-IF.

      * 預設活動代號 YYYYQn
            IF IN-CAMP = SPACES
                MOVE TODAY-DATE(5:2) TO TODAY-MM
                COMPUTE TODAY-QTR = (TODAY-MM - 1) / 3 + 1
                STRING TODAY-DATE(1:4) "Q" TODAY-QTR
                       DELIMITED BY SIZE INTO IN-CAMP
                END-STRING
            END-IF.
            PERFORM VARYING CT-IDX FROM 1 BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "C"
                AND CT-CAMP(CT-IDX) = IN-CAMP
                    DISPLAY "CAMPAIGN " IN-CAMP " ALREADY ON FILE"
                    MOVE MWRC-PARM TO RETURN-CODE
                    GO TO 5000-EXIT
                END-IF
            END-PERFORM.

            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN QUEREGM, STATUS " REGM-FILE-STAT
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 5000-EXIT
            END-IF.
            PERFORM TEST BEFORE UNTIL REGM-EOF
                READ QUE-REGM-FILE NEXT
                    AT END
                        MOVE "10" TO REGM-FILE-STAT
                    NOT AT END
                        IF REGM-LIVE
                            IF LV-CNT < 1000
                                ADD 1 TO LV-CNT
                                MOVE REGM-QUE-NAME TO LV-QUE(LV-CNT)
                                MOVE REGM-QUE-TYPE TO LV-TYPE(LV-CNT)
                                MOVE REGM-OWNER TO LV-OWNER(LV-CNT)
                                IF REGM-OWNER = SPACES
                                    MOVE "(UNOWNED)"
                                        TO LV-OWNER(LV-CNT)
                                END-IF
                                MOVE SPACE TO LV-DONE(LV-CNT)
                            ELSE
                                ADD 1 TO LV-FULL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE QUE-REGM-FILE.

      * 活動載不完即不開立：漏列的 QUE 等於未經認證
            IF LV-FULL > 0
            OR CT-CNT + LV-CNT + 1 > 3000
                DISPLAY "TOO MANY LIVE QUES FOR ONE CAMPAIGN -"
                        " NOT OPENED"
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 5000-EXIT
            END-IF.

            ADD 1 TO CT-CNT.
            MOVE SPACES TO CT-ENT(CT-CNT).
            MOVE "C" TO CT-KIND(CT-CNT).
            MOVE IN-CAMP TO CT-CAMP(CT-CNT).
            MOVE "OPEN" TO CT-DEC(CT-CNT).
            MOVE TODAY-DATE TO CT-DATE(CT-CNT).
            MOVE OPER-ID TO CT-OWNER(CT-CNT).

      * 依團隊分組：每輪取第一個未寫出 QUE 的團隊，寫出其全部 QUE
            MOVE 0 TO OW-CNT.
            PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-CNT
                IF LV-DONE(LV-IDX) = SPACE
                    MOVE LV-OWNER(LV-IDX) TO OW-KEY
                    PERFORM 5100-OWNERPUT
                END-IF
            END-PERFORM.

            PERFORM 4500-CERTSAVE.

            MOVE LV-CNT TO CNT-DISP.
            MOVE OW-CNT TO CNT-DISP2.
            DISPLAY "CAMPAIGN " IN-CAMP " OPENED : " CNT-DISP
                    " QUES, " CNT-DISP2 " OWNER TEAMS".

            MOVE "COPEN" TO AUDIT-ACTION.
            MOVE IN-CAMP TO AUDIT-QUE.
            MOVE LV-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.
            MOVE MWRC-OK TO RETURN-CODE.

        5000-EXIT.
            CONTINUE.

        5100-OWNERPUT.
            ADD 1 TO OW-CNT.
            MOVE 0 TO TOT-CNT.
            PERFORM VARYING CT-IDX FROM LV-IDX BY 1
                    UNTIL CT-IDX > LV-CNT
                IF LV-DONE(CT-IDX) = SPACE
                AND LV-OWNER(CT-IDX) = OW-KEY
                    MOVE "Y" TO LV-DONE(CT-IDX)
                    ADD 1 TO TOT-CNT
                    ADD 1 TO CT-CNT
                    MOVE SPACES TO CT-ENT(CT-CNT)
                    MOVE "A" TO CT-KIND(CT-CNT)
                    MOVE IN-CAMP TO CT-CAMP(CT-CNT)
                    MOVE LV-QUE(CT-IDX) TO CT-QUE(CT-CNT)
                    MOVE LV-TYPE(CT-IDX) TO CT-TYPE(CT-CNT)
                    MOVE OW-KEY TO CT-OWNER(CT-CNT)
                    MOVE "PEND" TO CT-DEC(CT-CNT)
                END-IF
            END-PERFORM.
            MOVE TOT-CNT TO CNT-DISP.
            DISPLAY "  " OW-KEY " " CNT-DISP " QUES".

      *-----------------------------------------------------------
      * -keep/-transfer/-retire：團隊或代理人回覆
      *-----------------------------------------------------------
        5500-ANSWER.
            IF IN-QUE = SPACES
                GO TO 3000-PERR
            END-IF.
            IF CERT-MODE = "TRANSFER" AND IN-TO = SPACES
                GO TO 3000-PERR
            END-IF.

            IF OPEN-IDX = 0
                DISPLAY "NO CAMPAIGN OPEN"
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 5500-EXIT
            END-IF.

            EVALUATE IN-TYPE
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "POSIX" TO IN-TYPE
                WHEN SPACES
                    CONTINUE
                WHEN OTHER
                    MOVE "SYSV" TO IN-TYPE
            END-EVALUATE.

            MOVE 0 TO CT-HIT.
            PERFORM VARYING CT-IDX FROM OPEN-IDX BY 1
                    UNTIL CT-IDX > CT-CNT OR CT-HIT > 0
                IF CT-KIND(CT-IDX) = "A"
                AND CT-CAMP(CT-IDX) = CT-CAMP(OPEN-IDX)
                AND CT-QUE(CT-IDX) = IN-QUE
                AND (IN-TYPE = SPACES
                     OR CT-TYPE(CT-IDX) = IN-TYPE(1:5))
                    MOVE CT-IDX TO CT-HIT
                END-IF
            END-PERFORM.
            IF CT-HIT = 0
                DISPLAY "QUE NOT IN CAMPAIGN " CT-CAMP(OPEN-IDX)
                        " : " IN-QUE(1:40)
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 5500-EXIT
            END-IF.

            IF CERT-MODE = "TRANSFER"
            AND IN-TO = CT-OWNER(CT-HIT)
                DISPLAY "TRANSFER TARGET IS THE CURRENT OWNER"
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 5500-EXIT
            END-IF.

      * 回覆權限依 QUE 與其認證團隊判定(OWNER=team 授與代理人)
            MOVE "CERTIFY" TO ROLE-ACT.
            MOVE IN-QUE TO ROLE-QUE-KEY.
            MOVE CT-OWNER(CT-HIT) TO ROLE-OWNER.
            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED FOR "
                        CT-OWNER(CT-HIT)(1:20) " - REFUSED"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 5500-EXIT
            END-IF.

            MOVE CERT-MODE TO CT-DEC(CT-HIT).
            IF CERT-MODE = "TRANSFER"
                MOVE IN-TO TO CT-NEWOWN(CT-HIT)
            ELSE
                MOVE SPACES TO CT-NEWOWN(CT-HIT)
            END-IF.
            MOVE OPER-ID TO CT-DECID(CT-HIT).
            MOVE TODAY-DATE TO CT-DATE(CT-HIT).
            MOVE IN-NOTE TO CT-NOTE(CT-HIT).

            PERFORM 4500-CERTSAVE.

            DISPLAY "ATTESTED " CT-DEC(CT-HIT) " "
                    IN-QUE(1:40) " BY " OPER-ID(1:20).

            EVALUATE CERT-MODE
                WHEN "KEEP"
                    MOVE "CKEEP" TO AUDIT-ACTION
                WHEN "TRANSFER"
                    MOVE "CXFER" TO AUDIT-ACTION
                WHEN OTHER
                    MOVE "CRETIRE" TO AUDIT-ACTION
            END-EVALUATE.
            MOVE IN-QUE TO AUDIT-QUE.
            MOVE 1 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.
            MOVE MWRC-OK TO RETURN-CODE.

        5500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * -close：報表、移轉生效、退役轉候選、結束活動
      *-----------------------------------------------------------
        6000-CLOSECAMP.
            MOVE "CAMPAIGN" TO ROLE-ACT.
            MOVE "*" TO ROLE-QUE-KEY.
            MOVE SPACES TO ROLE-OWNER.
            PERFORM 5650-OPERCHK.
            IF NOT AUTH-OK
                DISPLAY "OPERATOR " OPER-ID(1:20)
                        " NOT AUTHORIZED - REFUSED"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 6000-EXIT
            END-IF.

            IF OPEN-IDX = 0
                DISPLAY "NO CAMPAIGN OPEN"
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 6000-EXIT
            END-IF.
            MOVE OPEN-IDX TO CAMP-IDX.
            MOVE CT-CAMP(OPEN-IDX) TO CUR-CAMP.

            OPEN OUTPUT MWCERT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 6000-EXIT
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWCERT - QUE OWNERSHIP RECERTIFICATION "
                   CUR-CAMP " CLOSED " TODAY-DATE
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "OPENED " CT-DATE(OPEN-IDX) " BY "
                   CT-OWNER(OPEN-IDX)(1:20) "  CLOSED BY "
                   OPER-ID(1:20)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM 7100-OWNSUM.

      * 未回覆
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE PEND-CNT TO CNT-DISP.
            STRING "UNANSWERED :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING CT-IDX FROM OPEN-IDX BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "A"
                AND CT-CAMP(CT-IDX) = CUR-CAMP
                AND CT-DEC(CT-IDX) = "PEND"
                    MOVE SPACES TO RPT-REC
                    STRING "  " CT-OWNER(CT-IDX)(1:20) " "
                           CT-TYPE(CT-IDX) " " CT-QUE(CT-IDX)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    MOVE "CNOANS" TO AUDIT-ACTION
                    MOVE CT-QUE(CT-IDX) TO AUDIT-QUE
                    MOVE 0 TO AUDIT-CNT
                    PERFORM 1950-AUDLOG
                END-IF
            END-PERFORM.

      * 移轉：改寫主檔並登錄 OWNER 紀錄
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE XFER-CNT TO CNT-DISP.
            STRING "TRANSFERS  :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING CT-IDX FROM OPEN-IDX BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "A"
                AND CT-CAMP(CT-IDX) = CUR-CAMP
                AND CT-DEC(CT-IDX) = "TRANSFER"
                    PERFORM 6100-XFERAPPLY THRU 6100-EXIT
                END-IF
            END-PERFORM.

      * 退役：POSIX 附加至 MQRM -l 候選檔
            PERFORM 6200-CANDLOAD THRU 6200-EXIT.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE RETR-CNT TO CNT-DISP.
            STRING "RETIREMENTS:" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING CT-IDX FROM OPEN-IDX BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "A"
                AND CT-CAMP(CT-IDX) = CUR-CAMP
                AND CT-DEC(CT-IDX) = "RETIRE"
                    PERFORM 6300-RETIREONE
                END-IF
            END-PERFORM.
            IF CAND-FILE-STAT = "00"
                CLOSE MWCERT-CAND-FILE
            END-IF.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE XFER-OK-CNT TO CNT-DISP.
            MOVE XFER-BAD-CNT TO CNT-DISP2.
            MOVE CAND-ADD-CNT TO CNT-DISP3.
            STRING "OWNERS UPDATED :" CNT-DISP
                   "  NOT APPLIED :" CNT-DISP2
                   "  MQRM -l CANDIDATES ADDED :" CNT-DISP3
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            CLOSE MWCERT-RPT-FILE.

            MOVE "CLOSED" TO CT-DEC(OPEN-IDX).
            MOVE TODAY-DATE TO CT-NOTE(OPEN-IDX).
            MOVE OPER-ID TO CT-DECID(OPEN-IDX).
            PERFORM 4500-CERTSAVE.

            MOVE "CCLOSE" TO AUDIT-ACTION.
            MOVE CUR-CAMP TO AUDIT-QUE.
            MOVE PEND-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

            DISPLAY "REPORT     : " RPT-FILE-NAME(1:50).
            DISPLAY "CANDIDATES : " CAND-FILE-NAME(1:50).
            IF PEND-CNT > 0 OR XFER-BAD-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        6000-EXIT.
            CONTINUE.

        6100-XFERAPPLY.
            MOVE SPACES TO RPT-REC.
            STRING "  " CT-OWNER(CT-IDX)(1:20) " -> "
                   CT-NEWOWN(CT-IDX)(1:20) " "
                   CT-TYPE(CT-IDX) " " CT-QUE(CT-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.

            OPEN I-O QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                STRING "  QUEREGM OPEN FAILED " REGM-FILE-STAT
                       DELIMITED BY SIZE INTO RPT-REC(120:40)
                END-STRING
                PERFORM 7900-RPTWRITE
                ADD 1 TO XFER-BAD-CNT
                GO TO 6100-EXIT
            END-IF.
            MOVE CT-QUE(CT-IDX) TO REGM-QUE-NAME.
            MOVE CT-TYPE(CT-IDX) TO REGM-QUE-TYPE.
            READ QUE-REGM-FILE
                INVALID KEY
                    MOVE "REMOVED" TO REGM-STATUS
            END-READ.
      * 活動期間已移除的 QUE 不再改團隊
            IF NOT REGM-LIVE
                CLOSE QUE-REGM-FILE
                MOVE "  (NO LONGER LIVE)" TO RPT-REC(120:40)
                PERFORM 7900-RPTWRITE
                ADD 1 TO XFER-BAD-CNT
                GO TO 6100-EXIT
            END-IF.
            MOVE CT-NEWOWN(CT-IDX) TO REGM-OWNER.
            REWRITE REGM-REC.
            CLOSE QUE-REGM-FILE.
            PERFORM 7900-RPTWRITE.
            ADD 1 TO XFER-OK-CNT.

      * 登錄簿記一筆 OWNER(純紀錄動作，MWREGPACK 重建主檔沿用)
            MOVE SPACES TO REG-REC.
            MOVE REGM-QUE-NAME TO REG-QUE-NAME.
            MOVE REGM-QUE-TYPE TO REG-QUE-TYPE.
            MOVE "OWNER" TO REG-ACTION.
            MOVE CT-NEWOWN(CT-IDX) TO REG-OWNER.
            MOVE TODAY-DATE TO REG-DATE.
            MOVE REGM-MAX TO REG-MAX.
            MOVE REGM-SIZE TO REG-SIZE.
            MOVE REGM-PROD-FLAG TO REG-PROD-FLAG.
            MOVE REGM-CLASS TO REG-CLASS.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT REG-OPER FROM ENVIRONMENT-VALUE.

            OPEN EXTEND QUE-REG-FILE.
            IF REG-FILE-STAT = "35"
                OPEN OUTPUT QUE-REG-FILE
            END-IF.
            WRITE REG-REC.
            CLOSE QUE-REG-FILE.

            MOVE "CHOWNER" TO AUDIT-ACTION.
            MOVE CT-QUE(CT-IDX) TO AUDIT-QUE.
            MOVE 1 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        6100-EXIT.
            CONTINUE.

      * 既有候選(MWSTALE 產出或前次附加)先載入，再以附加模式開檔
        6200-CANDLOAD.
            MOVE 0 TO CD-CNT.
            MOVE SPACES TO CAND-FILE-STAT.
            OPEN INPUT MWCERT-CAND-FILE.
            IF CAND-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL CAND-EOF
                    READ MWCERT-CAND-FILE
                        AT END
                            MOVE "10" TO CAND-FILE-STAT
                        NOT AT END
                            IF CAND-REC NOT = SPACES
                            AND CD-CNT < 1000
                                ADD 1 TO CD-CNT
                                MOVE CAND-REC TO CD-QUE(CD-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MWCERT-CAND-FILE
            END-IF.

            OPEN EXTEND MWCERT-CAND-FILE.
            IF CAND-FILE-STAT = "35"
                OPEN OUTPUT MWCERT-CAND-FILE
            END-IF.
            IF CAND-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN CAND FILE : " CAND-FILE-NAME
            END-IF.

        6200-EXIT.
            CONTINUE.

        6300-RETIREONE.
            MOVE SPACES TO RPT-REC.
            STRING "  " CT-OWNER(CT-IDX)(1:20) " "
                   CT-TYPE(CT-IDX) " " CT-QUE(CT-IDX)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            IF CT-TYPE(CT-IDX) NOT = "POSIX"
                MOVE "  (SYS/V - REMOVE WITH MSGRM)" TO RPT-REC(120:40)
            ELSE
                MOVE SPACE TO CD-HIT-SW
                PERFORM VARYING CD-IDX FROM 1 BY 1
                        UNTIL CD-IDX > CD-CNT OR CD-HIT
                    IF CD-QUE(CD-IDX) = CT-QUE(CT-IDX)
                        MOVE "Y" TO CD-HIT-SW
                    END-IF
                END-PERFORM
                IF CD-HIT
                    MOVE "  (ALREADY A CANDIDATE)" TO RPT-REC(120:40)
                ELSE
                    IF CAND-FILE-STAT = "00"
                        MOVE CT-QUE(CT-IDX) TO CAND-REC
                        WRITE CAND-REC
                        ADD 1 TO CAND-ADD-CNT
                        IF CD-CNT < 1000
                            ADD 1 TO CD-CNT
                            MOVE CT-QUE(CT-IDX) TO CD-QUE(CD-CNT)
                        END-IF
                    ELSE
                        MOVE "  (CAND FILE NOT WRITTEN)"
                            TO RPT-REC(120:40)
                    END-IF
                END-IF
            END-IF.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 列示：指定活動、進行中活動或最近一次活動
      *-----------------------------------------------------------
        7000-LISTCAMP.
            MOVE 0 TO CAMP-IDX.
            PERFORM VARYING CT-IDX FROM 1 BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "C"
                    IF IN-CAMP = SPACES
                    OR CT-CAMP(CT-IDX) = IN-CAMP
                        MOVE CT-IDX TO CAMP-IDX
                    END-IF
                END-IF
            END-PERFORM.
            IF IN-CAMP = SPACES AND OPEN-IDX > 0
                MOVE OPEN-IDX TO CAMP-IDX
            END-IF.
            IF CAMP-IDX = 0
                DISPLAY "NO CAMPAIGN ON FILE"
                MOVE MWRC-OK TO RETURN-CODE
                GO TO 7000-EXIT
            END-IF.
            MOVE CT-CAMP(CAMP-IDX) TO CUR-CAMP.

            DISPLAY "CAMPAIGN " CUR-CAMP " " CT-DEC(CAMP-IDX)
                    " OPENED " CT-DATE(CAMP-IDX) " BY "
                    CT-OWNER(CAMP-IDX)(1:20).
            MOVE SPACES TO OW-KEY.
            PERFORM VARYING CT-IDX FROM CAMP-IDX BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "A"
                AND CT-CAMP(CT-IDX) = CUR-CAMP
                AND (IN-OWNER = SPACES
                     OR CT-OWNER(CT-IDX) = IN-OWNER)
                    IF CT-OWNER(CT-IDX) NOT = OW-KEY
                        MOVE CT-OWNER(CT-IDX) TO OW-KEY
                        DISPLAY "OWNER " OW-KEY
                    END-IF
                    DISPLAY "  " CT-DEC(CT-IDX) " "
                            CT-TYPE(CT-IDX) " "
                            CT-QUE(CT-IDX)(1:40) " "
                            CT-NEWOWN(CT-IDX)(1:16)
                    IF CT-DECID(CT-IDX) NOT = SPACES
                        DISPLAY "           BY "
                                CT-DECID(CT-IDX)(1:16) " "
                                CT-DATE(CT-IDX) " ["
                                CT-NOTE(CT-IDX)(1:40) "]"
                    END-IF
                END-IF
            END-PERFORM.

            MOVE CAMP-IDX TO OPEN-IDX.
            PERFORM 7150-COUNT.
            MOVE TOT-CNT TO CNT-DISP.
            MOVE KEEP-CNT TO CNT-DISP2.
            MOVE XFER-CNT TO CNT-DISP3.
            MOVE RETR-CNT TO CNT-DISP4.
            MOVE PEND-CNT TO CNT-DISP5.
            DISPLAY "TOTAL" CNT-DISP " KEEP" CNT-DISP2
                    " TRANSFER" CNT-DISP3 " RETIRE" CNT-DISP4
                    " PEND" CNT-DISP5.
            MOVE MWRC-OK TO RETURN-CODE.

        7000-EXIT.
            CONTINUE.

      * 各團隊回覆統計(依認證檔分組次序)
        7100-OWNSUM.
            PERFORM 7150-COUNT.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            STRING "  OWNER TEAM              TOTAL   KEEP  XFER"
                   "  RETIRE  PEND" DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING OW-IDX FROM 1 BY 1 UNTIL OW-IDX > OW-CNT
                MOVE OW-TOT(OW-IDX) TO CNT-DISP
                MOVE OW-KEEP(OW-IDX) TO CNT-DISP2
                MOVE OW-XFER(OW-IDX) TO CNT-DISP3
                MOVE OW-RETR(OW-IDX) TO CNT-DISP4
                MOVE OW-PEND(OW-IDX) TO CNT-DISP5
                MOVE SPACES TO RPT-REC
                STRING "  " OW-NAME(OW-IDX)(1:20) CNT-DISP " "
                       CNT-DISP2 CNT-DISP3 "  " CNT-DISP4
                       CNT-DISP5
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.
            MOVE TOT-CNT TO CNT-DISP.
            MOVE KEEP-CNT TO CNT-DISP2.
            MOVE XFER-CNT TO CNT-DISP3.
            MOVE RETR-CNT TO CNT-DISP4.
            MOVE PEND-CNT TO CNT-DISP5.
            MOVE SPACES TO RPT-REC.
            STRING "  TOTAL               " CNT-DISP " "
                   CNT-DISP2 CNT-DISP3 "  " CNT-DISP4 CNT-DISP5
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7150-COUNT.
            MOVE 0 TO OW-CNT.
            MOVE 0 TO TOT-CNT.
            MOVE 0 TO KEEP-CNT.
            MOVE 0 TO XFER-CNT.
            MOVE 0 TO RETR-CNT.
            MOVE 0 TO PEND-CNT.
            PERFORM VARYING CT-IDX FROM OPEN-IDX BY 1
                    UNTIL CT-IDX > CT-CNT
                IF CT-KIND(CT-IDX) = "A"
                AND CT-CAMP(CT-IDX) = CUR-CAMP
                    PERFORM 7160-COUNTONE
                END-IF
            END-PERFORM.

        7160-COUNTONE.
            MOVE 0 TO OW-HIT.
            PERFORM VARYING OW-IDX FROM 1 BY 1
                    UNTIL OW-IDX > OW-CNT OR OW-HIT > 0
                IF OW-NAME(OW-IDX) = CT-OWNER(CT-IDX)
                    MOVE OW-IDX TO OW-HIT
                END-IF
            END-PERFORM.
            IF OW-HIT = 0 AND OW-CNT < 300
                ADD 1 TO OW-CNT
                MOVE OW-CNT TO OW-HIT
                MOVE CT-OWNER(CT-IDX) TO OW-NAME(OW-HIT)
                MOVE 0 TO OW-TOT(OW-HIT)
                MOVE 0 TO OW-KEEP(OW-HIT)
                MOVE 0 TO OW-XFER(OW-HIT)
                MOVE 0 TO OW-RETR(OW-HIT)
                MOVE 0 TO OW-PEND(OW-HIT)
            END-IF.
            ADD 1 TO TOT-CNT.
            IF OW-HIT > 0
                ADD 1 TO OW-TOT(OW-HIT)
            END-IF.
            EVALUATE CT-DEC(CT-IDX)
                WHEN "KEEP"
                    ADD 1 TO KEEP-CNT
                    IF OW-HIT > 0
                        ADD 1 TO OW-KEEP(OW-HIT)
                    END-IF
                WHEN "TRANSFER"
                    ADD 1 TO XFER-CNT
                    IF OW-HIT > 0
                        ADD 1 TO OW-XFER(OW-HIT)
                    END-IF
                WHEN "RETIRE"
                    ADD 1 TO RETR-CNT
                    IF OW-HIT > 0
                        ADD 1 TO OW-RETR(OW-HIT)
                    END-IF
                WHEN OTHER
                    ADD 1 TO PEND-CNT
                    IF OW-HIT > 0
                        ADD 1 TO OW-PEND(OW-HIT)
                    END-IF
            END-EVALUATE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

      *-----------------------------------------------------------
      * 目前登入帳號依角色權限矩陣(MWROLES)判定，無矩陣檔時比對授權
      * 清單(AUTHOPS，同 MWQREQ 5650-OPERCHK)；呼叫前先設妥
      * ROLE-ACT/ROLE-QUE-KEY/ROLE-OWNER
      *-----------------------------------------------------------
        5650-OPERCHK.
            MOVE SPACE TO AUTH-OK-SW.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-ID FROM ENVIRONMENT-VALUE.

            MOVE OPER-ID TO ROLE-OPER.
            MOVE "MWCERT" TO ROLE-PGM.
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

        COPY "ROLEPD.DEF".

      *-----------------------------------------------------------
      * 重要成功動作附加至共用操作軌跡檔(AUDITLOG)，呼叫前先設妥
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
            ACCEPT AUDIT-OPER FROM ENVIRONMENT-VALUE.
            MOVE "MWCERT" TO AUDIT-PGM.

            OPEN EXTEND AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT = "35"
                OPEN OUTPUT AUDIT-LOG-FILE
            END-IF.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "AUDITLOG OPEN FAILED, STATUS "
                        AUDIT-FILE-STAT
            ELSE
      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
                MOVE "A" TO CHAIN-KIND
                MOVE AUDIT-REC TO CHAIN-BUF
                MOVE 162 TO CHAIN-BLEN
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
                MOVE CHAIN-NEXT TO AUDIT-CHAIN
                WRITE AUDIT-REC
                CLOSE AUDIT-LOG-FILE
      * 附加完成，釋放鏈結鎖
                MOVE "E" TO CHAIN-KIND
                CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                     CHAIN-BUF, CHAIN-BLEN,
                                     CHAIN-NEXT
            END-IF.

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 模式 : -open / -keep que / -transfer que / -retire que /
      *        -close / (列示)
      * 參數 : -camp id , -t type , -to team , -owner team ,
      *        -note text(單一 TOKEN) , -o report_file ,
      *        -cand cand_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
      * 最後一個 TOKEN 為模式旗標(如 -close)時照樣生效
                            IF PARAM-PREV NOT = SPACES
                                PERFORM 2600-PARMVAL
                            ELSE
                                IF PARAM(1:1) = "-"
                                    PERFORM 2500-SETPARAM
                                END-IF
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-open"     MOVE "OPEN" TO CERT-MODE
                WHEN "-close"    MOVE "CLOSE" TO CERT-MODE
                WHEN "-list"     MOVE "LIST" TO CERT-MODE
                WHEN "-keep"     MOVE PARAM TO PARAM-PREV
                WHEN "-transfer" MOVE PARAM TO PARAM-PREV
                WHEN "-retire"   MOVE PARAM TO PARAM-PREV
                WHEN "-camp"     MOVE PARAM TO PARAM-PREV
                WHEN "-t"        MOVE PARAM TO PARAM-PREV
                WHEN "-to"       MOVE PARAM TO PARAM-PREV
                WHEN "-owner"    MOVE PARAM TO PARAM-PREV
                WHEN "-note"     MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN "-cand"     MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARMVAL
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-PARMVAL.
            EVALUATE PARAM-PREV
                WHEN "-keep"
                    MOVE "KEEP" TO CERT-MODE
                    MOVE PARAM TO IN-QUE
                WHEN "-transfer"
                    MOVE "TRANSFER" TO CERT-MODE
                    MOVE PARAM TO IN-QUE
                WHEN "-retire"
                    MOVE "RETIRE" TO CERT-MODE
                    MOVE PARAM TO IN-QUE
                WHEN "-camp"
                    MOVE PARAM TO IN-CAMP
                WHEN "-t"
                    MOVE PARAM TO IN-TYPE
                WHEN "-to"
                    MOVE PARAM TO IN-TO
                WHEN "-owner"
                    MOVE PARAM TO IN-OWNER
                WHEN "-note"
                    MOVE PARAM TO IN-NOTE
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN "-cand"
                    MOVE PARAM TO CAND-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWCERT - Queue Ownership Recertification".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWCERT -open [-camp id]".
            DISPLAY "  runcbl MWCERT -keep que [-t type] [-note x]".
            DISPLAY "  runcbl MWCERT -transfer que -to team".
            DISPLAY "  runcbl MWCERT -retire que [-t type] [-note x]".
            DISPLAY "  runcbl MWCERT [-list] [-camp id] [-owner team]".
            DISPLAY "  runcbl MWCERT -close [-o report_file]".
            DISPLAY "                [-cand cand_file]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-camp id]         Campaign, default YYYYQn".
            DISPLAY "  [-t type]          posix | sysv".
            DISPLAY "  [-o report_file]   Close Report(Default".
            DISPLAY "                     MWCERTOUT)".
            DISPLAY "  [-cand cand_file]  MQRM -l Candidates(Default".
            DISPLAY "                     MWSTALECAND)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWCERT.
