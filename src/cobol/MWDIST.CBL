      */--------------------------------------------------------------
      * MWDIST.CBL
      * 報表分送服務(依責任團隊拆段寄送/放置共用目錄)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWBRIEF/MWSLA/MWFLOWRPT/MWBILL/MWINCRPT/MWSTALE 產出的
      *    報表過去都由值班人員開檔後手工轉寄；本程式依分送定義檔
      *    (MWDISTDEF)逐份分送，每行一條(欄位以 | 分隔)：
      *      REPORT|TO|recipients|VIA|SUBJECT
      *      REPORT|OWNER|qcol,qlen[,tcol,tlen]|VIA|SUBJECT
      *    - REPORT 報表檔名，檔名中的 YYYYMMDD 以 -date(預設今日)
      *      代入，如 MWBRIEF_YYYYMMDD
      *    - TO：整份送固定對象；VIA=MAIL 時 recipients 為收件人
      *      (多個以逗號或空白分隔)，VIA=DROP 時為放置目錄
      *    - OWNER：逐行取第 qcol 起 qlen 位為 QUE NAME，查 QUE 主檔
      *      (QUEREGM)REGM-OWNER 得責任團隊；查不到且有 tcol,tlen
      *      時，該欄位值為團隊地址檔所列團隊者即歸該團隊(供
      *      MWBILL 依團隊彙總行)。第一筆歸屬行之前的各行視為報表
      *      表頭，附在每個團隊段落之前；不屬任何團隊的行不分送
      *    - VIA 為 MAIL(本機 mail 指令)或 DROP(複製到共用目錄)
      *    - SUBJECT 郵件主旨，空白時取報表檔名
      * 2. 團隊地址檔(MWTEAMS)每行：TEAM|MAIL_ADDR|DROP_DIR；OWNER
      *    分送時 MAIL 取 MAIL_ADDR，DROP 取 DROP_DIR(空白時為
      *    -drop 共用目錄/團隊名)；團隊無地址列 NOADDR
      * 3. 團隊段落檔寫入 -w 工作目錄(預設 .)，檔名為
      *    報表檔名_團隊，寄出後保留備查
      * 4. 每次分送成功記一筆 DIST 操作軌跡(QUE 欄存 報表>對象，
      *    筆數 = 分送行數)；寄送失敗記事件
      * 5. 報表寫入 -o report_file(預設 MWDISTRPT)並同步顯示；有
      *    寄送失敗、報表檔不存在或團隊無地址時 RETURN-CODE = 3；
      *    -dry 僅列出將分送的對象，不寄不放
      * 6. 郵件指令可由 -m 或環境變數 MWMAILCMD 指定(預設 mail，
      *    以 cmd -s 'subject' addr < file 呼叫)；共用目錄可由
      *    -drop 或環境變數 MWDROPDIR 指定(預設 DROP)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式，各團隊自行收 SLA 違規與計費明細
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWDIST.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 分送定義檔，檔名可由環境變數 MWDISTDEF 覆蓋
            SELECT DIST-DEF-FILE ASSIGN TO "MWDISTDEF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEF-FILE-STAT.
      * 團隊地址檔，檔名可由環境變數 MWTEAMS 覆蓋
            SELECT TEAM-ADDR-FILE ASSIGN TO "MWTEAMS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TEAM-FILE-STAT.
      * 待分送報表
            SELECT DIST-IN-FILE ASSIGN TO IN-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS IN-FILE-STAT.
      * 團隊段落檔
            SELECT DIST-SECT-FILE ASSIGN TO SECT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SECT-FILE-STAT.
            SELECT DIST-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  DIST-DEF-FILE.
        01  DEF-REC                 PIC X(400).

        FD  TEAM-ADDR-FILE.
        01  TEAM-REC                PIC X(300).

        FD  DIST-IN-FILE.
        01  IN-REC                  PIC X(400).

        FD  DIST-SECT-FILE.
        01  SECT-REC                PIC X(400).

        FD  DIST-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  REGM-FILE-STAT      PIC XX.
        77  DEF-FILE-STAT       PIC XX.
            88 DEF-EOF          VALUE "10".
        77  TEAM-FILE-STAT      PIC XX.
            88 TEAM-EOF         VALUE "10".
        77  IN-FILE-STAT        PIC XX.
            88 IN-EOF           VALUE "10".
        77  SECT-FILE-STAT      PIC XX.
        77  RPT-FILE-STAT       PIC XX.
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
        77  EXIT-CLASS          SIGNED-INT VALUE 0.

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

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWDISTRPT".
        01  IN-FILE-NAME        PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  SECT-FILE-NAME      PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  WORK-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  DROP-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  MAIL-CMD            PIC X(80) VALUE SPACES.
        77  RUN-DATE            PIC X(8) VALUE SPACES.
        77  CMD-LINE            PIC X(800) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.
        77  REGM-OPEN-SW        PIC X VALUE SPACE.
            88 REGM-OPEN        VALUE 'Y'.

      * 分送定義行拆解
        01  DL-RPT              PIC X(128).
        01  DL-MODE             PIC X(8).
        01  DL-ARG              PIC X(200).
        01  DL-VIA              PIC X(8).
        01  DL-SUBJ             PIC X(60).
        77  DL-UPTR             PIC 9(3).
        01  DL-A1               PIC X(6).
        01  DL-A2               PIC X(6).
        01  DL-A3               PIC X(6).
        01  DL-A4               PIC X(6).
        77  QCOL                SIGNED-INT VALUE 0.
        77  QLEN                SIGNED-INT VALUE 0.
        77  TCOL                SIGNED-INT VALUE 0.
        77  TLEN                SIGNED-INT VALUE 0.

      * 報表檔名拆解
        01  RPT-BASE            PIC X(128).
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.

      * 團隊地址表
        01  TM-TAB.
            05  TM-ENT OCCURS 200 TIMES.
                10  TM-TEAM     PIC X(32).
                10  TM-MAIL     PIC X(120).
                10  TM-DROP     PIC X(120).
        77  TM-CNT              SIGNED-INT VALUE 0.
        77  TM-IDX              SIGNED-INT VALUE 0.
        77  TM-HIT              SIGNED-INT VALUE 0.
        01  TL-P1               PIC X(32).
        01  TL-P2               PIC X(120).
        01  TL-P3               PIC X(120).
        77  TL-UPTR             PIC 9(3).

      * QUE -> 責任團隊查詢快取(查無者亦記，免重複讀主檔)
        01  QO-TAB.
            05  QO-ENT OCCURS 500 TIMES.
                10  QO-QUE      PIC X(64).
                10  QO-OWNER    PIC X(32).
        77  QO-CNT              SIGNED-INT VALUE 0.
        77  QO-IDX              SIGNED-INT VALUE 0.
        77  QO-HIT              SIGNED-INT VALUE 0.

      * 本報表出現的團隊
        01  OW-TAB.
            05  OW-ENT OCCURS 200 TIMES.
                10  OW-TEAM     PIC X(32).
                10  OW-LINES    SIGNED-LONG.
        77  OW-CNT              SIGNED-INT VALUE 0.
        77  OW-IDX              SIGNED-INT VALUE 0.
        77  OW-HIT              SIGNED-INT VALUE 0.

      * 逐行歸屬
        01  LINE-QUE            PIC X(64).
        01  LINE-TEAM           PIC X(32).
        01  LINE-OWNER          PIC X(32).
        77  LINE-NO             SIGNED-LONG VALUE 0.
        77  HDR-CNT             SIGNED-LONG VALUE 0.
        77  OWNED-SW            PIC X VALUE SPACE.
            88 OWNED-SEEN       VALUE 'Y'.

      * 分送一次
        01  DLV-FILE            PIC X(FILE_NAME_LEN).
        01  DLV-BASE            PIC X(128).
        01  DLV-WHO             PIC X(120).
        01  DLV-TO              PIC X(200).
        77  DLV-LINES           SIGNED-LONG VALUE 0.
        77  DLV-STAT            PIC X(8).

      * 統計
        77  DEF-CNT             SIGNED-INT VALUE 0.
        77  SENT-CNT            SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  MISS-CNT            SIGNED-INT VALUE 0.
        77  NOADDR-CNT          SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(7)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 參數 > 環境變數 > 內建預設
            IF RUN-DATE = SPACES
                ACCEPT RUN-DATE FROM DATE YYYYMMDD
            END-IF.
            IF WORK-DIR = SPACES
                MOVE "." TO WORK-DIR
            END-IF.
            IF DROP-DIR = SPACES
                DISPLAY "MWDROPDIR" UPON ENVIRONMENT-NAME
                ACCEPT DROP-DIR FROM ENVIRONMENT-VALUE
            END-IF.
            IF DROP-DIR = SPACES
                MOVE "DROP" TO DROP-DIR
            END-IF.
            IF MAIL-CMD = SPACES
                DISPLAY "MWMAILCMD" UPON ENVIRONMENT-NAME
                ACCEPT MAIL-CMD FROM ENVIRONMENT-VALUE
            END-IF.
            IF MAIL-CMD = SPACES
                MOVE "mail" TO MAIL-CMD
            END-IF.

            PERFORM 4000-TEAMLOAD THRU 4000-EXIT.

            OPEN INPUT DIST-DEF-FILE.
            IF DEF-FILE-STAT NOT = "00"
                DISPLAY "NO DISTRIBUTION LIST (MWDISTDEF), NOTHING "
                        "TO DO"
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            OPEN OUTPUT DIST-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                CLOSE DIST-DEF-FILE;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWDIST - REPORT DISTRIBUTION " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            IF DRY-ON
                MOVE "(DRY RUN - NOTHING SENT)" TO RPT-REC(50:30)
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

      * QUE 主檔僅供 OWNER 分送查責任團隊，打不開即全數查無
            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT = "00"
                MOVE "Y" TO REGM-OPEN-SW
            END-IF.

            PERFORM TEST BEFORE UNTIL DEF-EOF
                READ DIST-DEF-FILE
                    AT END
                        MOVE "10" TO DEF-FILE-STAT
                    NOT AT END
                        PERFORM 5000-DISTONE THRU 5000-EXIT
                END-READ
            END-PERFORM.

            CLOSE DIST-DEF-FILE.
            IF REGM-OPEN
                CLOSE QUE-REGM-FILE
            END-IF.

            PERFORM 7000-SUMMARY.

            CLOSE DIST-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF FAIL-CNT > 0 OR MISS-CNT > 0 OR NOADDR-CNT > 0
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
      * 載入團隊地址檔(不存在即無團隊地址)
      *-----------------------------------------------------------
        4000-TEAMLOAD.
            MOVE 0 TO TM-CNT.
            MOVE SPACES TO TEAM-FILE-STAT.

            OPEN INPUT TEAM-ADDR-FILE.
            IF TEAM-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL TEAM-EOF
                READ TEAM-ADDR-FILE
                    AT END
                        MOVE "10" TO TEAM-FILE-STAT
                    NOT AT END
                        PERFORM 4100-TEAMONE
                END-READ
            END-PERFORM.

            CLOSE TEAM-ADDR-FILE.

        4000-EXIT.
            CONTINUE.

        4100-TEAMONE.
            IF TEAM-REC = SPACES OR TEAM-REC(1:1) = "*"
                CONTINUE
            ELSE
                IF TM-CNT < 200
                    MOVE SPACES TO TL-P1
                    MOVE SPACES TO TL-P2
                    MOVE SPACES TO TL-P3
                    MOVE 1 TO TL-UPTR
                    UNSTRING TEAM-REC DELIMITED BY "|"
                        INTO TL-P1, TL-P2, TL-P3
                        POINTER TL-UPTR
                    END-UNSTRING
                    IF TL-P1 NOT = SPACES
                        COMPUTE TM-CNT = TM-CNT + 1
                        MOVE FUNCTION TRIM(TL-P1) TO TM-TEAM(TM-CNT)
                        MOVE FUNCTION TRIM(TL-P2) TO TM-MAIL(TM-CNT)
                        MOVE FUNCTION TRIM(TL-P3) TO TM-DROP(TM-CNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 處理一條分送定義
      *-----------------------------------------------------------
        5000-DISTONE.
            IF DEF-REC = SPACES OR DEF-REC(1:1) = "*"
                GO TO 5000-EXIT
            END-IF.

            MOVE SPACES TO DL-RPT.
            MOVE SPACES TO DL-MODE.
            MOVE SPACES TO DL-ARG.
            MOVE SPACES TO DL-VIA.
            MOVE SPACES TO DL-SUBJ.
            MOVE 1 TO DL-UPTR.
            UNSTRING DEF-REC DELIMITED BY "|"
                INTO DL-RPT, DL-MODE, DL-ARG, DL-VIA, DL-SUBJ
                POINTER DL-UPTR
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(DL-MODE) TO DL-MODE.
            MOVE FUNCTION UPPER-CASE(DL-VIA) TO DL-VIA.
            COMPUTE DEF-CNT = DEF-CNT + 1.

            IF DL-RPT = SPACES OR DL-ARG = SPACES
            OR (DL-MODE NOT = "TO" AND DL-MODE NOT = "OWNER")
            OR (DL-VIA NOT = "MAIL" AND DL-VIA NOT = "DROP")
                MOVE SPACES TO RPT-REC
                STRING "BADLINE  " DEF-REC(1:70)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                COMPUTE MISS-CNT = MISS-CNT + 1
                GO TO 5000-EXIT
            END-IF.

      * 報表檔名代入日期，取不含路徑的檔名
            MOVE DL-RPT TO IN-FILE-NAME.
            INSPECT IN-FILE-NAME REPLACING ALL "YYYYMMDD" BY RUN-DATE.
            MOVE 0 TO FN-SLASH.
            PERFORM VARYING FN-IDX FROM 1 BY 1
                    UNTIL FN-IDX > LENGTH OF DL-RPT
                IF IN-FILE-NAME(FN-IDX:1) = "/"
                    MOVE FN-IDX TO FN-SLASH
                END-IF
            END-PERFORM.
            MOVE SPACES TO RPT-BASE.
            MOVE IN-FILE-NAME(FN-SLASH + 1:) TO RPT-BASE.
            IF DL-SUBJ = SPACES
                MOVE RPT-BASE TO DL-SUBJ
            END-IF.

            OPEN INPUT DIST-IN-FILE.
            IF IN-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                STRING "MISSING  " DL-VIA(1:4) " "
                       RPT-BASE(1:40) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                COMPUTE MISS-CNT = MISS-CNT + 1
                GO TO 5000-EXIT
            END-IF.

            IF DL-MODE = "TO"
                PERFORM 5100-FIXEDDIST
            ELSE
                CLOSE DIST-IN-FILE
                PERFORM 5200-OWNERDIST THRU 5200-EXIT
            END-IF.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 整份送固定對象(報表已開啟)
      *-----------------------------------------------------------
        5100-FIXEDDIST.
            MOVE 0 TO DLV-LINES.
            PERFORM TEST BEFORE UNTIL IN-EOF
                READ DIST-IN-FILE
                    AT END
                        MOVE "10" TO IN-FILE-STAT
                    NOT AT END
                        COMPUTE DLV-LINES = DLV-LINES + 1
                END-READ
            END-PERFORM.
            CLOSE DIST-IN-FILE.

            MOVE IN-FILE-NAME TO DLV-FILE.
            MOVE RPT-BASE TO DLV-BASE.
            MOVE DL-ARG TO DLV-WHO.
            MOVE DL-ARG TO DLV-TO.
            IF DL-VIA = "MAIL"
                INSPECT DLV-TO REPLACING ALL "," BY " "
            END-IF.
            PERFORM 6000-DELIVER.

      *-----------------------------------------------------------
      * 依責任團隊拆段：第一遍找出團隊與表頭行數，逐團隊第二遍
      * 寫段落檔並分送
      *-----------------------------------------------------------
        5200-OWNERDIST.
            MOVE 0 TO QCOL.
            MOVE 0 TO QLEN.
            MOVE 0 TO TCOL.
            MOVE 0 TO TLEN.
            MOVE SPACES TO DL-A1.
            MOVE SPACES TO DL-A2.
            MOVE SPACES TO DL-A3.
            MOVE SPACES TO DL-A4.
            UNSTRING DL-ARG DELIMITED BY ","
                INTO DL-A1, DL-A2, DL-A3, DL-A4
            END-UNSTRING.
            IF DL-A1 NOT = SPACES AND DL-A2 NOT = SPACES
                COMPUTE QCOL = FUNCTION NUMVAL(DL-A1)
                COMPUTE QLEN = FUNCTION NUMVAL(DL-A2)
            END-IF.
            IF DL-A3 NOT = SPACES AND DL-A4 NOT = SPACES
                COMPUTE TCOL = FUNCTION NUMVAL(DL-A3)
                COMPUTE TLEN = FUNCTION NUMVAL(DL-A4)
            END-IF.
            IF QLEN > 64
                MOVE 64 TO QLEN
            END-IF.
            IF TLEN > 32
                MOVE 32 TO TLEN
            END-IF.

            MOVE 0 TO OW-CNT.
            MOVE 0 TO HDR-CNT.
            MOVE 0 TO LINE-NO.
            MOVE SPACE TO OWNED-SW.

            OPEN INPUT DIST-IN-FILE.
            PERFORM TEST BEFORE UNTIL IN-EOF
                READ DIST-IN-FILE
                    AT END
                        MOVE "10" TO IN-FILE-STAT
                    NOT AT END
                        PERFORM 5250-SCANLINE
                END-READ
            END-PERFORM.
            CLOSE DIST-IN-FILE.

            IF OW-CNT = 0
                MOVE SPACES TO RPT-REC
                STRING "NOOWNER  " DL-VIA(1:4) " "
                       RPT-BASE(1:40) " (NO LINES FOR ANY TEAM)"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 5200-EXIT
            END-IF.

            PERFORM VARYING OW-IDX FROM 1 BY 1 UNTIL OW-IDX > OW-CNT
                PERFORM 5300-SECTONE THRU 5300-EXIT
            END-PERFORM.

        5200-EXIT.
            CONTINUE.

        5250-SCANLINE.
            COMPUTE LINE-NO = LINE-NO + 1.
            PERFORM 5500-LINEOWNER.
            IF LINE-OWNER = SPACES
                IF NOT OWNED-SEEN
                    MOVE LINE-NO TO HDR-CNT
                END-IF
            ELSE
                MOVE "Y" TO OWNED-SW
                MOVE 0 TO OW-HIT
                PERFORM VARYING OW-IDX FROM 1 BY 1
                        UNTIL OW-IDX > OW-CNT OR OW-HIT > 0
                    IF OW-TEAM(OW-IDX) = LINE-OWNER
                        MOVE OW-IDX TO OW-HIT
                    END-IF
                END-PERFORM
                IF OW-HIT = 0 AND OW-CNT < 200
                    COMPUTE OW-CNT = OW-CNT + 1
                    MOVE LINE-OWNER TO OW-TEAM(OW-CNT)
                    MOVE 0 TO OW-LINES(OW-CNT)
                    MOVE OW-CNT TO OW-HIT
                END-IF
                IF OW-HIT > 0
                    COMPUTE OW-LINES(OW-HIT) = OW-LINES(OW-HIT) + 1
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 一個團隊：寫段落檔(表頭 + 該團隊各行)，查地址後分送
      *-----------------------------------------------------------
        5300-SECTONE.
            MOVE SPACES TO SECT-FILE-NAME.
            STRING FUNCTION TRIM(WORK-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(RPT-BASE) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   FUNCTION TRIM(OW-TEAM(OW-IDX)) DELIMITED BY SIZE
                INTO SECT-FILE-NAME
            END-STRING.

            OPEN OUTPUT DIST-SECT-FILE.
            IF SECT-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                STRING "FAILED   " DL-VIA(1:4) " "
                       SECT-FILE-NAME(1:50) " (CANNOT WRITE)"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                GO TO 5300-EXIT
            END-IF.

            MOVE 0 TO LINE-NO.
            OPEN INPUT DIST-IN-FILE.
            PERFORM TEST BEFORE UNTIL IN-EOF
                READ DIST-IN-FILE
                    AT END
                        MOVE "10" TO IN-FILE-STAT
                    NOT AT END
                        PERFORM 5350-SECTLINE
                END-READ
            END-PERFORM.
            CLOSE DIST-IN-FILE.
            CLOSE DIST-SECT-FILE.

      * 團隊地址：MAIL 取收件人，DROP 取團隊目錄或共用目錄/團隊
            MOVE 0 TO TM-HIT.
            PERFORM VARYING TM-IDX FROM 1 BY 1
                    UNTIL TM-IDX > TM-CNT OR TM-HIT > 0
                IF TM-TEAM(TM-IDX) = OW-TEAM(OW-IDX)
                    MOVE TM-IDX TO TM-HIT
                END-IF
            END-PERFORM.

            MOVE SPACES TO DLV-TO.
            IF DL-VIA = "MAIL"
                IF TM-HIT > 0
                    MOVE TM-MAIL(TM-HIT) TO DLV-TO
                    INSPECT DLV-TO REPLACING ALL "," BY " "
                END-IF
            ELSE
                IF TM-HIT > 0 AND TM-DROP(TM-HIT) NOT = SPACES
                    MOVE TM-DROP(TM-HIT) TO DLV-TO
                ELSE
                    STRING FUNCTION TRIM(DROP-DIR) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           FUNCTION TRIM(OW-TEAM(OW-IDX))
                               DELIMITED BY SIZE
                        INTO DLV-TO
                    END-STRING
                END-IF
            END-IF.

            IF DLV-TO = SPACES
                MOVE SPACES TO RPT-REC
                STRING "NOADDR   " DL-VIA(1:4) " "
                       RPT-BASE(1:30) " -> "
                       OW-TEAM(OW-IDX)(1:24)
                       " (NOT IN MWTEAMS)"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                COMPUTE NOADDR-CNT = NOADDR-CNT + 1
                GO TO 5300-EXIT
            END-IF.

            MOVE SECT-FILE-NAME TO DLV-FILE.
            MOVE SPACES TO DLV-BASE.
            STRING FUNCTION TRIM(RPT-BASE) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   FUNCTION TRIM(OW-TEAM(OW-IDX)) DELIMITED BY SIZE
                INTO DLV-BASE
            END-STRING.
            MOVE OW-TEAM(OW-IDX) TO DLV-WHO.
            MOVE OW-LINES(OW-IDX) TO DLV-LINES.
            PERFORM 6000-DELIVER.

        5300-EXIT.
            CONTINUE.

        5350-SECTLINE.
            COMPUTE LINE-NO = LINE-NO + 1.
            IF LINE-NO NOT > HDR-CNT
                MOVE IN-REC TO SECT-REC
                WRITE SECT-REC
            ELSE
                PERFORM 5500-LINEOWNER
                IF LINE-OWNER = OW-TEAM(OW-IDX)
                    MOVE IN-REC TO SECT-REC
                    WRITE SECT-REC
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 一行的責任團隊：QUE 欄查主檔，查無再看團隊欄
      *-----------------------------------------------------------
        5500-LINEOWNER.
            MOVE SPACES TO LINE-OWNER.
            IF QCOL > 0 AND QLEN > 0
            AND QCOL + QLEN - 1 NOT > LENGTH OF IN-REC
                MOVE SPACES TO LINE-QUE
                MOVE FUNCTION TRIM(IN-REC(QCOL:QLEN)) TO LINE-QUE
                IF LINE-QUE NOT = SPACES
                    PERFORM 5600-QUEOWNER
                END-IF
            END-IF.

            IF LINE-OWNER = SPACES AND TCOL > 0 AND TLEN > 0
            AND TCOL + TLEN - 1 NOT > LENGTH OF IN-REC
                MOVE SPACES TO LINE-TEAM
                MOVE FUNCTION TRIM(IN-REC(TCOL:TLEN)) TO LINE-TEAM
                IF LINE-TEAM NOT = SPACES
                    PERFORM VARYING TM-IDX FROM 1 BY 1
                            UNTIL TM-IDX > TM-CNT
                            OR LINE-OWNER NOT = SPACES
                        IF TM-TEAM(TM-IDX) = LINE-TEAM
                            MOVE LINE-TEAM TO LINE-OWNER
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

      * 快取優先；主檔 TYPE 未知，兩型都試(同 ALRTPD 1985-OWNERGET)
        5600-QUEOWNER.
            MOVE 0 TO QO-HIT.
            PERFORM VARYING QO-IDX FROM 1 BY 1
                    UNTIL QO-IDX > QO-CNT OR QO-HIT > 0
                IF QO-QUE(QO-IDX) = LINE-QUE
                    MOVE QO-IDX TO QO-HIT
                END-IF
            END-PERFORM.
            IF QO-HIT > 0
                MOVE QO-OWNER(QO-HIT) TO LINE-OWNER
            ELSE
                IF REGM-OPEN
                    MOVE LINE-QUE TO REGM-QUE-NAME
                    MOVE "POSIX" TO REGM-QUE-TYPE
                    READ QUE-REGM-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE REGM-OWNER TO LINE-OWNER
                    END-READ
                    IF LINE-OWNER = SPACES
                        MOVE LINE-QUE TO REGM-QUE-NAME
                        MOVE "SYSV " TO REGM-QUE-TYPE
                        READ QUE-REGM-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE REGM-OWNER TO LINE-OWNER
                        END-READ
                    END-IF
                END-IF
                IF QO-CNT < 500
                    COMPUTE QO-CNT = QO-CNT + 1
                    MOVE LINE-QUE TO QO-QUE(QO-CNT)
                    MOVE LINE-OWNER TO QO-OWNER(QO-CNT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 分送一份：DLV-FILE 寄給/放到 DLV-TO，成功記 DIST 軌跡
      *-----------------------------------------------------------
        6000-DELIVER.
            MOVE SPACES TO CMD-LINE.
            IF DL-VIA = "MAIL"
                STRING FUNCTION TRIM(MAIL-CMD) DELIMITED BY SIZE
                       " -s '" DELIMITED BY SIZE
                       FUNCTION TRIM(DL-SUBJ) DELIMITED BY SIZE
                       "' " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-TO) DELIMITED BY SIZE
                       " < " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-FILE) DELIMITED BY SIZE
                    INTO CMD-LINE
                END-STRING
            ELSE
                STRING "mkdir -p " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-TO) DELIMITED BY SIZE
                       " && cp -f " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-FILE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-TO) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-BASE) DELIMITED BY SIZE
                    INTO CMD-LINE
                END-STRING
            END-IF.

            IF DRY-ON
                MOVE "DRY" TO DLV-STAT
            ELSE
                CALL "SYSTEM" USING CMD-LINE
                MOVE RETURN-CODE TO CMD-RC
                IF CMD-RC = 0
                    IF DL-VIA = "MAIL"
                        MOVE "SENT" TO DLV-STAT
                    ELSE
                        MOVE "DROPPED" TO DLV-STAT
                    END-IF
                ELSE
                    MOVE "FAILED" TO DLV-STAT
                END-IF
            END-IF.

            MOVE DLV-LINES TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING DLV-STAT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DL-VIA(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DLV-BASE(1:36) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   DLV-WHO(1:30) DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   " LINES" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            IF DLV-STAT = "FAILED"
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                MOVE CMD-RC TO RET-CODE
                MOVE SPACES TO ERR-TXT
                STRING "DISTRIBUTION FAILED " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-BASE) DELIMITED BY SIZE
                       " -> " DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-WHO) DELIMITED BY SIZE
                    INTO ERR-TXT
                END-STRING
                COMPUTE ERR-LEN = FUNCTION LENGTH(
                        FUNCTION TRIM(ERR-TXT TRAILING))
                PERFORM 1900-INCLOG
            END-IF.

            IF DLV-STAT = "SENT" OR DLV-STAT = "DROPPED"
                COMPUTE SENT-CNT = SENT-CNT + 1
                MOVE "DIST" TO AUDIT-ACTION
                MOVE SPACES TO AUDIT-QUE
                STRING FUNCTION TRIM(RPT-BASE) DELIMITED BY SIZE
                       ">" DELIMITED BY SIZE
                       FUNCTION TRIM(DLV-WHO) DELIMITED BY SIZE
                    INTO AUDIT-QUE
                END-STRING
                MOVE DLV-LINES TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

      *-----------------------------------------------------------
      * 總計
      *-----------------------------------------------------------
        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

            MOVE DEF-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "DISTRIBUTION LINES : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SENT-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "DELIVERED          : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE FAIL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "FAILED             : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE MISS-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "MISSING/BAD        : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE NOADDR-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "TEAM NO ADDRESS    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:100).

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

            CALL 'MW$STR' USING
                BY VALUE        SERROR,
                BY VALUE        RET_CODE,
                BY REFERENCE    ERR-TXT,
                BY REFERENCE    ERR-LEN.

            DISPLAY "RUN ERROR : " RET-CODE.
            DISPLAY "          : " ERR-TXT(1:ERR-LEN).

            IF EXIT-CLASS = 0
                MOVE MWRC-IPC TO EXIT-CLASS
            END-IF.
            MOVE EXIT-CLASS TO RETURN-CODE.

            PERFORM 1900-INCLOG.

            GO TO 0000-EXIT.

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWDIST"        TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE QUE-NAME TO INCLOG-QUE.
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
            MOVE "MWDIST" TO AUDIT-PGM.

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
      * 選擇性參數 : -date yyyymmdd , -w work_dir , -drop drop_dir ,
      *              -m mail_cmd , -o report_file , -dry
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-date"
                                    MOVE PARAM TO RUN-DATE
                                WHEN "-w"
                                    MOVE PARAM TO WORK-DIR
                                WHEN "-drop"
                                    MOVE PARAM TO DROP-DIR
                                WHEN "-m"
                                    MOVE PARAM TO MAIL-CMD
                                WHEN "-o"
                                    MOVE PARAM TO RPT-FILE-NAME
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

            IF RUN-DATE NOT = SPACES AND RUN-DATE IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dry" MOVE "Y" TO DRY-SW
                WHEN "-date" MOVE PARAM TO PARAM-PREV
                WHEN "-w"    MOVE PARAM TO PARAM-PREV
                WHEN "-drop" MOVE PARAM TO PARAM-PREV
                WHEN "-m"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-date"
                            MOVE PARAM TO RUN-DATE
                        WHEN "-w"
                            MOVE PARAM TO WORK-DIR
                        WHEN "-drop"
                            MOVE PARAM TO DROP-DIR
                        WHEN "-m"
                            MOVE PARAM TO MAIL-CMD
                        WHEN "-o"
                            MOVE PARAM TO RPT-FILE-NAME
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWDIST - Report Distribution To Owner Teams".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWDIST [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-date yyyymmdd]   Date For YYYYMMDD In Report".
            DISPLAY "                     Names(Default Today)".
            DISPLAY "  [-w work_dir]      Team Section Files".
            DISPLAY "                     (Default .)".
            DISPLAY "  [-drop drop_dir]   Shared Drop Directory".
            DISPLAY "                     (Default DROP Or".
            DISPLAY "                     env MWDROPDIR)".
            DISPLAY "  [-m mail_cmd]      Mail Command(Default mail Or".
            DISPLAY "                     env MWMAILCMD)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWDISTRPT)".
            DISPLAY "  [-dry]             List Only, Send Nothing".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  List  : MWDISTDEF REPORT|TO|recipients|VIA|SUBJ".
            DISPLAY "          REPORT|OWNER|qcol,qlen[,tcol,tlen]|VIA|".
            DISPLAY "          SUBJ     (VIA = MAIL Or DROP)".
            DISPLAY "  Teams : MWTEAMS   TEAM|MAIL_ADDR|DROP_DIR".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWDIST.
