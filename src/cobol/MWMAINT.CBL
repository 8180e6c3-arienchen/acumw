      */--------------------------------------------------------------
      * MWMAINT.CBL
      * 維護窗口收尾：停告摘要寄送與行事曆列示
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 主機修補或應用團隊版更期間，MWDASH/MWPROBE/MWINCWATCH/
      *    MWREDRIVE/MWANOM 與自動補救規則先查維護停告行事曆
      *    (MWMAINT，格式見 MNTSL.DEF)，窗口內的 QUE 不呼叫值班，
      *    改記停告紀錄(MWMAINTSUP)與嚴重度 M 事件；本程式由排程
      *    定時執行(建議每 15 分鐘)，對已結束且尚未寄過摘要的窗口
      *    彙整停告紀錄，列出窗口內原本會發出的告警(QUE/嚴重度/
      *    次數/首末時點)寫成摘要檔後寄出
      * 2. 摘要末段列出窗口結束時仍異常(最後一筆停告不是
      *    RECOVERY)的 QUE；各監控程式於窗口結束後下一次檢查即依
      *    當下狀態照常告警(MWDASH -state 的 MAINT 狀態立即轉告警)
      * 3. 收件人：-to 指定 > 窗口樣式為 OWNER=team 時取團隊地址
      *    檔(MWTEAMS，同 MWDIST)的 MAIL_ADDR > 環境變數 MWMAINTTO
      *    ；皆無者列 NOADDR，下次執行再試
      * 4. 摘要檔寫入 -w 工作目錄(預設 .)，檔名為
      *    MAINTSUM_起_迄_行號.TXT，寄出後保留備查；已寄出窗口記入
      *    MWMAINTDONE 不重寄，並記一筆 MAINTSUM 操作軌跡(QUE 欄
      *    存窗口樣式，筆數 = 停告筆數)；寄送失敗記事件
      * 5. -list 列出行事曆各窗口狀態(PENDING/ACTIVE/CLOSED/SENT)
      *    後結束；-dry 僅產生摘要檔，不寄不記
      * 6. 郵件指令可由 -m 或環境變數 MWMAILCMD 指定(預設 mail，
      *    以 cmd -s 'subject' addr < file 呼叫)；有寄送失敗或無
      *    收件人時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式，維護期間值班不再整夜被呼叫
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWMAINT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY "MNTSL.DEF".
      * 已寄摘要窗口，檔名可由環境變數 MWMAINTDONE 覆蓋
            SELECT MAINT-DONE-FILE ASSIGN TO "MWMAINTDONE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DONE-FILE-STAT.
      * 團隊地址檔，檔名可由環境變數 MWTEAMS 覆蓋
            SELECT TEAM-ADDR-FILE ASSIGN TO "MWTEAMS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TEAM-FILE-STAT.
      * 窗口摘要檔
            SELECT MAINT-SUM-FILE ASSIGN TO SUM-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUM-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "MNTFD.DEF".

        FD  MAINT-DONE-FILE.
        01  DONE-REC                PIC X(100).

        FD  TEAM-ADDR-FILE.
        01  TEAM-REC                PIC X(300).

        FD  MAINT-SUM-FILE.
        01  SUM-REC                 PIC X(132).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "MNTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  DONE-FILE-STAT      PIC XX.
            88 DONE-EOF         VALUE "10".
        77  TEAM-FILE-STAT      PIC XX.
            88 TEAM-EOF         VALUE "10".
        77  SUM-FILE-STAT       PIC XX.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.

        77  PARAM-LIST          PIC X(255).
        77  PARAM-LIST-SIZE     PIC 9(3).
        77  PARAM               PIC X(80) VALUE SPACE.
        77  PARAM-PREV          PIC X(80) VALUE SPACE.
        77  STRING-PTR          PIC 9(3).
        77  PARAM-FLAG          PIC X VALUE SPACE.
            88 PARAM-END        VALUE 'Y'.
        77  QUIET-SW            PIC X VALUE SPACE.
            88 QUIET-ON         VALUE 'Y'.
        77  DRY-SW              PIC X VALUE SPACE.
            88 DRY-ON           VALUE 'Y'.
        77  LIST-SW             PIC X VALUE SPACE.
            88 LIST-ON          VALUE 'Y'.

        01  SUM-FILE-NAME       PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  WORK-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  MAIL-CMD            PIC X(80) VALUE SPACES.
        77  MAIL-TO             PIC X(200) VALUE SPACES.
        77  MAIL-TO-ARG         PIC X(200) VALUE SPACES.
        77  ENV-TO              PIC X(200) VALUE SPACES.
        77  CMD-LINE            PIC X(800) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.

      * 已寄摘要窗口(起|迄|樣式)
        01  DN-TAB.
            05  DN-ENT OCCURS 500 TIMES.
                10  DN-KEY      PIC X(90).
        77  DN-CNT              SIGNED-INT VALUE 0.
        77  DN-IDX              SIGNED-INT VALUE 0.

      * 團隊地址表
        01  TM-TAB.
            05  TM-ENT OCCURS 200 TIMES.
                10  TM-TEAM     PIC X(32).
                10  TM-MAIL     PIC X(120).
        77  TM-CNT              SIGNED-INT VALUE 0.
        77  TM-IDX              SIGNED-INT VALUE 0.
        01  TL-P1               PIC X(32).
        01  TL-P2               PIC X(120).
        77  TL-UPTR             PIC 9(3).

      * 處理中窗口
        01  WIN-KEY             PIC X(90).
        01  WIN-STAT            PIC X(8).
        01  WIN-WHO             PIC X(120).
        77  WIN-LINE            SIGNED-INT VALUE 0.
        77  WIN-SUP             SIGNED-LONG VALUE 0.
        77  WIN-OPEN            SIGNED-INT VALUE 0.
        77  WIN-SENT-SW         PIC X VALUE SPACE.
            88 WIN-SENT         VALUE 'Y'.
        01  LINE-DISP           PIC 9(4).
        01  STAMP-WORK          PIC X(13).

      * 停告彙整：QUE+嚴重度
        01  AG-TAB.
            05  AG-ENT OCCURS 300 TIMES.
                10  AG-QUE      PIC X(64).
                10  AG-SEV      PIC X(8).
                10  AG-CNT      SIGNED-LONG.
                10  AG-FIRST    PIC X(13).
                10  AG-LAST     PIC X(13).
        77  AG-CNT-TAB          SIGNED-INT VALUE 0.
        77  AG-IDX              SIGNED-INT VALUE 0.
        77  AG-HIT              SIGNED-INT VALUE 0.

      * 逐 QUE 最後一筆停告的嚴重度(判定窗口結束時是否仍異常)
        01  LQ-TAB.
            05  LQ-ENT OCCURS 300 TIMES.
                10  LQ-QUE      PIC X(64).
                10  LQ-SEV      PIC X(8).
        77  LQ-CNT              SIGNED-INT VALUE 0.
        77  LQ-IDX              SIGNED-INT VALUE 0.
        77  LQ-HIT              SIGNED-INT VALUE 0.

      * 統計
        77  CAL-CNT             SIGNED-INT VALUE 0.
        77  CLOSED-CNT          SIGNED-INT VALUE 0.
        77  SENT-CNT            SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  NOADDR-CNT          SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(7)9.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 參數 > 環境變數 > 內建預設
            IF WORK-DIR = SPACES
                MOVE "." TO WORK-DIR
            END-IF.
            IF MAIL-CMD = SPACES
                DISPLAY "MWMAILCMD" UPON ENVIRONMENT-NAME
                ACCEPT MAIL-CMD FROM ENVIRONMENT-VALUE
            END-IF.
            IF MAIL-CMD = SPACES
                MOVE "mail" TO MAIL-CMD
            END-IF.
            DISPLAY "MWMAINTTO" UPON ENVIRONMENT-NAME.
            ACCEPT ENV-TO FROM ENVIRONMENT-VALUE.

            ACCEPT MNT-NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT MNT-NOW-TIME FROM TIME.
            MOVE MNT-NOW-DATE TO MNT-NOW(1:8).
            MOVE MNT-NOW-TIME(1:4) TO MNT-NOW(9:4).

            PERFORM 4000-DONELOAD THRU 4000-EXIT.
            PERFORM 4200-TEAMLOAD THRU 4200-EXIT.

            MOVE SPACES TO MNT-FILE-STAT.
            OPEN INPUT MAINT-CAL-FILE.
            IF MNT-FILE-STAT NOT = "00"
                DISPLAY "NO MAINTENANCE CALENDAR (MWMAINT), NOTHING "
                        "TO DO"
                MOVE MWRC-OK TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            IF LIST-ON
                DISPLAY "STATUS   PATTERN                  START"
                        "        END          REASON"
            ELSE
                DISPLAY "MWMAINT - MAINTENANCE WINDOW CLOSE-OUT "
                        MNT-NOW
                IF DRY-ON
                    DISPLAY "(DRY RUN - NOTHING SENT)"
                END-IF
            END-IF.

            MOVE 0 TO WIN-LINE.
            PERFORM TEST BEFORE UNTIL MNT-EOF
                READ MAINT-CAL-FILE
                    AT END
                        MOVE "10" TO MNT-FILE-STAT
                    NOT AT END
                        COMPUTE WIN-LINE = WIN-LINE + 1
                        PERFORM 5000-WINONE THRU 5000-EXIT
                END-READ
            END-PERFORM.

            CLOSE MAINT-CAL-FILE.

            IF LIST-ON
                MOVE CAL-CNT TO CNT-DISP
                DISPLAY "WINDOWS : " CNT-DISP
                MOVE MWRC-OK TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            MOVE CLOSED-CNT TO CNT-DISP.
            DISPLAY "WINDOWS CLOSED      : " CNT-DISP.
            MOVE SENT-CNT TO CNT-DISP.
            DISPLAY "SUMMARIES SENT      : " CNT-DISP.
            MOVE FAIL-CNT TO CNT-DISP.
            DISPLAY "SEND FAILED         : " CNT-DISP.
            MOVE NOADDR-CNT TO CNT-DISP.
            DISPLAY "NO RECIPIENT        : " CNT-DISP.

            IF FAIL-CNT > 0 OR NOADDR-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入已寄摘要窗口(不存在即尚未寄過任何窗口)
      *-----------------------------------------------------------
        4000-DONELOAD.
            MOVE 0 TO DN-CNT.
            MOVE SPACES TO DONE-FILE-STAT.

            OPEN INPUT MAINT-DONE-FILE.
            IF DONE-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL DONE-EOF
                READ MAINT-DONE-FILE
                    AT END
                        MOVE "10" TO DONE-FILE-STAT
                    NOT AT END
                        IF DONE-REC NOT = SPACES AND DN-CNT < 500
                            COMPUTE DN-CNT = DN-CNT + 1
                            MOVE DONE-REC TO DN-KEY(DN-CNT)
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE MAINT-DONE-FILE.

        4000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 載入團隊地址檔(TEAM|MAIL_ADDR|DROP_DIR，僅取前兩欄)
      *-----------------------------------------------------------
        4200-TEAMLOAD.
            MOVE 0 TO TM-CNT.
            MOVE SPACES TO TEAM-FILE-STAT.

            OPEN INPUT TEAM-ADDR-FILE.
            IF TEAM-FILE-STAT NOT = "00"
                GO TO 4200-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL TEAM-EOF
                READ TEAM-ADDR-FILE
                    AT END
                        MOVE "10" TO TEAM-FILE-STAT
                    NOT AT END
                        PERFORM 4300-TEAMONE
                END-READ
            END-PERFORM.

            CLOSE TEAM-ADDR-FILE.

        4200-EXIT.
            CONTINUE.

        4300-TEAMONE.
            IF TEAM-REC = SPACES OR TEAM-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF TM-CNT < 200
                    MOVE SPACES TO TL-P1
                    MOVE SPACES TO TL-P2
                    MOVE 1 TO TL-UPTR
                    UNSTRING TEAM-REC DELIMITED BY "|"
                        INTO TL-P1, TL-P2
                        POINTER TL-UPTR
                    END-UNSTRING
                    IF TL-P1 NOT = SPACES
                        COMPUTE TM-CNT = TM-CNT + 1
                        MOVE FUNCTION TRIM(TL-P1) TO TM-TEAM(TM-CNT)
                        MOVE FUNCTION TRIM(TL-P2) TO TM-MAIL(TM-CNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 行事曆一行：判定窗口狀態，已結束未寄者寄出摘要
      *-----------------------------------------------------------
        5000-WINONE.
            IF MNT-CAL-REC = SPACES
            OR MNT-CAL-REC(1:1) = "*"
            AND MNT-CAL-REC(2:1) NOT = "|"
                GO TO 5000-EXIT
            END-IF.

            PERFORM 1993-MAINTPARSE.
            MOVE WIN-LINE TO LINE-DISP.
            IF MNT-P1 = SPACES
            OR MNT-P2 IS NOT NUMERIC
            OR MNT-P3 IS NOT NUMERIC
                DISPLAY "BAD CALENDAR LINE " LINE-DISP " SKIPPED"
                GO TO 5000-EXIT
            END-IF.
            COMPUTE CAL-CNT = CAL-CNT + 1.

            MOVE SPACES TO WIN-KEY.
            STRING MNT-P2 DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   MNT-P3 DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(MNT-P1) DELIMITED BY SIZE
                INTO WIN-KEY
            END-STRING.
            MOVE SPACE TO WIN-SENT-SW.
            PERFORM VARYING DN-IDX FROM 1 BY 1
                    UNTIL DN-IDX > DN-CNT OR WIN-SENT
                IF DN-KEY(DN-IDX) = WIN-KEY
                    MOVE "Y" TO WIN-SENT-SW
                END-IF
            END-PERFORM.

            EVALUATE TRUE
                WHEN MNT-NOW < MNT-P2
                    MOVE "PENDING" TO WIN-STAT
                WHEN MNT-NOW < MNT-P3
                    MOVE "ACTIVE" TO WIN-STAT
                WHEN WIN-SENT
                    MOVE "SENT" TO WIN-STAT
                WHEN OTHER
                    MOVE "CLOSED" TO WIN-STAT
            END-EVALUATE.

            IF LIST-ON
                DISPLAY WIN-STAT " " MNT-P1(1:24) " " MNT-P2
                        " " MNT-P3 " " MNT-P4(1:30)
                GO TO 5000-EXIT
            END-IF.

            IF WIN-STAT = "CLOSED"
                PERFORM 6000-WINSUM THRU 6000-EXIT
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 已結束窗口：彙整停告紀錄、寫摘要檔、寄出
      *-----------------------------------------------------------
        6000-WINSUM.
            COMPUTE CLOSED-CNT = CLOSED-CNT + 1.

            PERFORM 6100-SUPSCAN THRU 6100-EXIT.
            PERFORM 6200-SUMFILE THRU 6200-EXIT.
            IF SUM-FILE-STAT NOT = "00"
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                MOVE "FAILED" TO WIN-STAT
                MOVE "(SUMMARY FILE)" TO WIN-WHO
                PERFORM 6900-WINSHOW
                GO TO 6000-EXIT
            END-IF.

      * 收件人：-to > OWNER=team 團隊地址 > MWMAINTTO
            MOVE SPACES TO MAIL-TO.
            MOVE SPACES TO WIN-WHO.
            IF MAIL-TO-ARG NOT = SPACES
                MOVE MAIL-TO-ARG TO MAIL-TO
            ELSE
                IF MNT-P1(1:6) = "OWNER="
                    PERFORM VARYING TM-IDX FROM 1 BY 1
                            UNTIL TM-IDX > TM-CNT
                            OR MAIL-TO NOT = SPACES
                        IF TM-TEAM(TM-IDX)
                           = FUNCTION TRIM(MNT-P1(7:58))
                            MOVE TM-MAIL(TM-IDX) TO MAIL-TO
                        END-IF
                    END-PERFORM
                END-IF
                IF MAIL-TO = SPACES
                    MOVE ENV-TO TO MAIL-TO
                END-IF
            END-IF.
            MOVE MAIL-TO TO WIN-WHO.

            IF MAIL-TO = SPACES
                COMPUTE NOADDR-CNT = NOADDR-CNT + 1
                MOVE "NOADDR" TO WIN-STAT
                MOVE "(NO RECIPIENT)" TO WIN-WHO
                PERFORM 6900-WINSHOW
                GO TO 6000-EXIT
            END-IF.

            IF DRY-ON
                MOVE "DRY" TO WIN-STAT
                PERFORM 6900-WINSHOW
                GO TO 6000-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            STRING FUNCTION TRIM(MAIL-CMD) DELIMITED BY SIZE
                   " -s 'MAINTENANCE WINDOW CLOSED " DELIMITED BY SIZE
                   FUNCTION TRIM(MNT-P1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MNT-P2 DELIMITED BY SIZE
                   "' " DELIMITED BY SIZE
                   FUNCTION TRIM(MAIL-TO) DELIMITED BY SIZE
                   " < " DELIMITED BY SIZE
                   FUNCTION TRIM(SUM-FILE-NAME) DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
      * CALL "SYSTEM" 會覆寫 RETURN-CODE，結束碼由主流程最後決定
            MOVE MWRC-OK TO RETURN-CODE.

            IF CMD-RC NOT = 0
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                MOVE "FAILED" TO WIN-STAT
                PERFORM 6900-WINSHOW
                MOVE CMD-RC TO RET-CODE
                MOVE SPACES TO ERR-TXT
                STRING "MAINTENANCE SUMMARY NOT SENT " DELIMITED BY SIZE
                       FUNCTION TRIM(MNT-P1) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MNT-P2 DELIMITED BY SIZE
                    INTO ERR-TXT
                END-STRING
                COMPUTE ERR-LEN = FUNCTION LENGTH(
                        FUNCTION TRIM(ERR-TXT))
                PERFORM 1900-INCLOG
                GO TO 6000-EXIT
            END-IF.

            COMPUTE SENT-CNT = SENT-CNT + 1.
            MOVE "SENT" TO WIN-STAT.
            PERFORM 6900-WINSHOW.

      * 記入已寄，下次不重寄
            OPEN EXTEND MAINT-DONE-FILE.
            IF DONE-FILE-STAT = "35"
                OPEN OUTPUT MAINT-DONE-FILE
            END-IF.
            IF DONE-FILE-STAT = "00"
                MOVE WIN-KEY TO DONE-REC
                WRITE DONE-REC
                CLOSE MAINT-DONE-FILE
            ELSE
                DISPLAY "MWMAINTDONE OPEN FAILED, STATUS "
                        DONE-FILE-STAT
            END-IF.
            IF DN-CNT < 500
                COMPUTE DN-CNT = DN-CNT + 1
                MOVE WIN-KEY TO DN-KEY(DN-CNT)
            END-IF.

            MOVE "MAINTSUM" TO AUDIT-ACTION.
            MOVE MNT-P1 TO AUDIT-QUE.
            MOVE WIN-SUP TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        6000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 彙整停告紀錄檔中屬於本窗口(樣式/起/迄相同)的紀錄
      *-----------------------------------------------------------
        6100-SUPSCAN.
            MOVE 0 TO AG-CNT-TAB.
            MOVE 0 TO LQ-CNT.
            MOVE 0 TO WIN-SUP.
            MOVE SPACES TO MNT-SUP-STAT.

            OPEN INPUT MAINT-SUP-FILE.
            IF MNT-SUP-STAT NOT = "00"
                GO TO 6100-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL MNT-SUP-EOF
                READ MAINT-SUP-FILE
                    AT END
                        MOVE "10" TO MNT-SUP-STAT
                    NOT AT END
                        IF MNTS-PAT = MNT-P1
                        AND MNTS-FROM = MNT-P2
                        AND MNTS-TO = MNT-P3
                            PERFORM 6150-SUPONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE MAINT-SUP-FILE.

        6100-EXIT.
            CONTINUE.

        6150-SUPONE.
            COMPUTE WIN-SUP = WIN-SUP + 1.
            MOVE SPACES TO STAMP-WORK.
            STRING MNTS-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MNTS-TIME(1:4) DELIMITED BY SIZE
                INTO STAMP-WORK
            END-STRING.

            MOVE 0 TO AG-HIT.
            PERFORM VARYING AG-IDX FROM 1 BY 1
                    UNTIL AG-IDX > AG-CNT-TAB OR AG-HIT > 0
                IF AG-QUE(AG-IDX) = MNTS-QUE
                AND AG-SEV(AG-IDX) = MNTS-SEV
                    MOVE AG-IDX TO AG-HIT
                END-IF
            END-PERFORM.
            IF AG-HIT = 0 AND AG-CNT-TAB < 300
                COMPUTE AG-CNT-TAB = AG-CNT-TAB + 1
                MOVE AG-CNT-TAB TO AG-HIT
                MOVE MNTS-QUE TO AG-QUE(AG-HIT)
                MOVE MNTS-SEV TO AG-SEV(AG-HIT)
                MOVE 0 TO AG-CNT(AG-HIT)
                MOVE STAMP-WORK TO AG-FIRST(AG-HIT)
            END-IF.
            IF AG-HIT > 0
                ADD 1 TO AG-CNT(AG-HIT)
                MOVE STAMP-WORK TO AG-LAST(AG-HIT)
            END-IF.

      * 自動補救被壓下不改變 QUE 的異常狀態
            IF MNTS-SEV NOT = "REMED"
                MOVE 0 TO LQ-HIT
                PERFORM VARYING LQ-IDX FROM 1 BY 1
                        UNTIL LQ-IDX > LQ-CNT OR LQ-HIT > 0
                    IF LQ-QUE(LQ-IDX) = MNTS-QUE
                        MOVE LQ-IDX TO LQ-HIT
                    END-IF
                END-PERFORM
                IF LQ-HIT = 0 AND LQ-CNT < 300
                    COMPUTE LQ-CNT = LQ-CNT + 1
                    MOVE LQ-CNT TO LQ-HIT
                    MOVE MNTS-QUE TO LQ-QUE(LQ-HIT)
                END-IF
                IF LQ-HIT > 0
                    MOVE MNTS-SEV TO LQ-SEV(LQ-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 寫摘要檔：窗口資訊、逐 QUE+嚴重度停告明細、結束時仍異常
      *-----------------------------------------------------------
        6200-SUMFILE.
            MOVE SPACES TO SUM-FILE-NAME.
            STRING FUNCTION TRIM(WORK-DIR) DELIMITED BY SIZE
                   "/MAINTSUM_" DELIMITED BY SIZE
                   MNT-P2 DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   MNT-P3 DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   LINE-DISP DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                INTO SUM-FILE-NAME
            END-STRING.

            OPEN OUTPUT MAINT-SUM-FILE.
            IF SUM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN SUMMARY FILE : "
                        SUM-FILE-NAME(1:50)
                GO TO 6200-EXIT
            END-IF.

            MOVE "MAINTENANCE WINDOW CLOSED" TO SUM-REC.
            WRITE SUM-REC.
            MOVE SPACES TO SUM-REC.
            STRING "PATTERN : " DELIMITED BY SIZE
                   FUNCTION TRIM(MNT-P1) DELIMITED BY SIZE
                INTO SUM-REC
            END-STRING.
            WRITE SUM-REC.
            MOVE SPACES TO SUM-REC.
            STRING "WINDOW  : " DELIMITED BY SIZE
                   MNT-P2 DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   MNT-P3 DELIMITED BY SIZE
                INTO SUM-REC
            END-STRING.
            WRITE SUM-REC.
            MOVE SPACES TO SUM-REC.
            STRING "REASON  : " DELIMITED BY SIZE
                   FUNCTION TRIM(MNT-P4) DELIMITED BY SIZE
                INTO SUM-REC
            END-STRING.
            WRITE SUM-REC.
            MOVE WIN-SUP TO CNT-DISP.
            MOVE SPACES TO SUM-REC.
            STRING "ALERTS SUPPRESSED : " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                INTO SUM-REC
            END-STRING.
            WRITE SUM-REC.
            MOVE SPACES TO SUM-REC.
            WRITE SUM-REC.

            IF AG-CNT-TAB = 0
                MOVE "NOTHING WOULD HAVE ALERTED DURING THE WINDOW"
                  TO SUM-REC
                WRITE SUM-REC
            ELSE
                MOVE SPACES TO SUM-REC
                STRING "QUE                                      "
                       DELIMITED BY SIZE
                       "SEV          COUNT FIRST         LAST"
                       DELIMITED BY SIZE
                    INTO SUM-REC
                END-STRING
                WRITE SUM-REC
                MOVE ALL "-" TO SUM-REC(1:86)
                WRITE SUM-REC
                PERFORM VARYING AG-IDX FROM 1 BY 1
                        UNTIL AG-IDX > AG-CNT-TAB
                    MOVE AG-CNT(AG-IDX) TO CNT-DISP
                    MOVE SPACES TO SUM-REC
                    MOVE AG-QUE(AG-IDX)(1:40) TO SUM-REC(1:40)
                    MOVE AG-SEV(AG-IDX) TO SUM-REC(42:8)
                    MOVE CNT-DISP TO SUM-REC(51:8)
                    MOVE AG-FIRST(AG-IDX) TO SUM-REC(60:13)
                    MOVE AG-LAST(AG-IDX) TO SUM-REC(74:13)
                    WRITE SUM-REC
                END-PERFORM
            END-IF.

      * 窗口結束時仍異常：最後一筆停告不是 RECOVERY
            MOVE 0 TO WIN-OPEN.
            MOVE SPACES TO SUM-REC.
            WRITE SUM-REC.
            STRING "STILL IN BREACH AT WINDOW CLOSE " DELIMITED BY SIZE
                   "(ALERTED AGAIN ON THE NEXT MONITOR CHECK):"
                   DELIMITED BY SIZE
                INTO SUM-REC
            END-STRING.
            WRITE SUM-REC.
            PERFORM VARYING LQ-IDX FROM 1 BY 1
                    UNTIL LQ-IDX > LQ-CNT
                IF LQ-SEV(LQ-IDX) NOT = "RECOVERY"
                    COMPUTE WIN-OPEN = WIN-OPEN + 1
                    MOVE SPACES TO SUM-REC
                    STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(LQ-QUE(LQ-IDX))
                           DELIMITED BY SIZE
                           " (LAST " DELIMITED BY SIZE
                           FUNCTION TRIM(LQ-SEV(LQ-IDX))
                           DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                        INTO SUM-REC
                    END-STRING
                    WRITE SUM-REC
                END-IF
            END-PERFORM.
            IF WIN-OPEN = 0
                MOVE "  (NONE)" TO SUM-REC
                WRITE SUM-REC
            END-IF.

            CLOSE MAINT-SUM-FILE.

        6200-EXIT.
            CONTINUE.

      * 本窗口處理結果一行
        6900-WINSHOW.
            MOVE WIN-SUP TO CNT-DISP.
            DISPLAY WIN-STAT " " MNT-P1(1:24) " " MNT-P2 "-"
                    MNT-P3(9:4) CNT-DISP " SUPPRESSED -> "
                    WIN-WHO(1:30).

        COPY "MNTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

            CALL 'MW$STR' USING
                BY VALUE        SERROR,
                BY VALUE        RET_CODE,
                BY REFERENCE    ERR-TXT,
                BY REFERENCE    ERR-LEN.

            DISPLAY "RUN ERROR : " RET-CODE.
            DISPLAY "          : " ERR-TXT(1:ERR-LEN).

            PERFORM 1900-INCLOG.

            MOVE MWRC-FILE TO RETURN-CODE.
            GO TO 0000-EXIT.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWMAINT"       TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE MNT-P1 TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.

            OPEN EXTEND INCIDENT-LOG-FILE.
            IF INCLOG-FILE-STAT = "35"
                OPEN OUTPUT INCIDENT-LOG-FILE
            END-IF.

      * 防竄改鏈結：前一筆鏈值+本筆內容算出本筆鏈值
            MOVE "I" TO CHAIN-KIND.
            MOVE INCLOG-REC TO CHAIN-BUF.
            MOVE 236 TO CHAIN-BLEN.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.
            MOVE CHAIN-NEXT TO INCLOG-CHAIN.

            WRITE INCLOG-REC.
            CLOSE INCIDENT-LOG-FILE.
      * 附加完成，釋放鏈結鎖
            MOVE "E" TO CHAIN-KIND.
            CALL "MWCHAIN" USING CHAIN-KIND, CHAIN-PREV,
                                 CHAIN-BUF, CHAIN-BLEN,
                                 CHAIN-NEXT.

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
            MOVE "MWMAINT" TO AUDIT-PGM.

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
      * 選擇性參數 : -to addr , -w work_dir , -m mail_cmd , -list ,
      *              -dry
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-to"
                                    MOVE PARAM TO MAIL-TO-ARG
                                WHEN "-w"
                                    MOVE PARAM TO WORK-DIR
                                WHEN "-m"
                                    MOVE PARAM TO MAIL-CMD
                                WHEN SPACES
                                    CONTINUE
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"    MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dry"  MOVE "Y" TO DRY-SW
                WHEN "-list" MOVE "Y" TO LIST-SW
                WHEN "-to"   MOVE PARAM TO PARAM-PREV
                WHEN "-w"    MOVE PARAM TO PARAM-PREV
                WHEN "-m"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-to"
                            MOVE PARAM TO MAIL-TO-ARG
                        WHEN "-w"
                            MOVE PARAM TO WORK-DIR
                        WHEN "-m"
                            MOVE PARAM TO MAIL-CMD
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWMAINT - Maintenance Window Close-Out".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWMAINT [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-to addr]         Summary Recipient(Default".
            DISPLAY "                     OWNER= Team In MWTEAMS Or".
            DISPLAY "                     env MWMAINTTO)".
            DISPLAY "  [-w work_dir]      Summary Files(Default .)".
            DISPLAY "  [-m mail_cmd]      Mail Command(Default mail Or".
            DISPLAY "                     env MWMAILCMD)".
            DISPLAY "  [-list]            List Windows And Status".
            DISPLAY "  [-dry]             Write Summaries Only".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Calendar : MWMAINT   QUEPAT|START|END|REASON".
            DISPLAY "             (START/END YYYYMMDDHHMM, QUEPAT *,".
            DISPLAY "             OWNER=team Or QUE Name Prefix)".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWMAINT.
