      */--------------------------------------------------------------
      * MWARCHRET.CBL
      * 歸檔/搶救/備份/轉運檔保存期限清理(含法務保全清單)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWSINK 每天寫 ARCHDIR/QUE_YYYYMMDD.LOG/.BLG，MQRM/MSGRM
      *    搶救檔(.SAL)、MWSAVE 備份檔(.SAV/.SVB/.MF)、MWRENAME
      *    暫存檔(.REN)、MWBRIDGE 轉運檔(.XFR/.ACK)也都只增不減；
      *    本程式依保存期限檔(MWRETAIN)逐檔判斷壓縮或刪除
      * 2. 掃描三個目錄：
      *    - 歸檔目錄 -d(預設依 MWSINKDIR/ARCHIVE)：.LOG/.BLG
      *    - 工作目錄 -w(預設目前目錄)：.SAL/.SAV/.SVB/.MF/.REN
      *    - 轉運目錄 -b(預設依 MWBRIDGED/BRIDGE)：.XFR/.ACK
      *    已壓縮(.gz)者一併納入，只做刪除判斷
      * 3. 保存期限檔每行：QUEPAT|GZIP_DAYS|DELETE_DAYS|KIND
      *    - QUEPAT 同 MWALERTR：* 萬用 / OWNER=team(以 QUE 主檔
      *      REGM-OWNER 比對) / QUE NAME 開頭
      *    - GZIP_DAYS 滿時不壓縮(原因見第 9 點)，僅列報表 NOGZIP
      *      並保留；DELETE_DAYS 滿即刪除；0 或空白表示不做該動作
      *    - KIND 限定檔案種類 LOG/BLG/SAL/SAV/SVB/MF/REN/XFR/ACK，
      *      空白或 * 不限
      *    由上而下第一條符合者生效；全無符合者一律保留
      * 4. 法務保全檔(MWLEGALH)每行：QUEPAT|FROM|TO|NOTE，樣式同上
      *    ，FROM/TO 為 YYYYMMDD(空白表示不設下限/上限)；檔案日期
      *    落在區間內者一律跳過並列報表
      * 5. 檔案日期取檔名內的 YYYYMMDD(歸檔/搶救/備份/暫存檔)，檔名
      *    無日期者(轉運檔)取檔案異動日；天數以日曆日計
      * 6. 每刪除一檔記 AUDITLOG(RETDEL，QUE 欄存檔名)
      *    ；報表末附各目錄清理前後磁碟用量(du -sk)
      * 7. -dry 僅列出將處理的檔案，不刪除不壓縮；任一檔處理失敗
      *    RETURN-CODE = 3
      * 8. 刪除 .LOG 時同一段落刪除歸檔業務鍵索引(MWARCHIX)該 QUE
      *    該日的全部紀錄(含日控制紀錄)；刪除的檔案於備份檔目錄
      *    (MWBACKUPCAT)仍為 ACTIVE 者附加 EXPIRED 紀錄，MWBKCAT 不
      *    再列為可回灌
      * 9. 各種檔案皆有程式依原檔名開檔或找檔：歸檔(MWARCHQ/
      *    MWARCHIDX/MWSEQAUD/MWFMTRPT 等)、備份及清單(MWLOAD)、
      *    暫存(MWBKCAT -restore)、搶救(MWREKEY)、轉運及回執
      *    (MWBRIDGE/MWBRGRPT)，壓縮後即讀不到，故不做 gzip；先前
      *    已壓縮的 .gz 仍只做刪除判斷
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式，歸檔磁碟今年已滿兩次
      * 2026-10-15 ARIEN
      *     1950-AUDLOG 清紀錄前留存呼叫端設的動作/QUE/筆數，
      *     RETDEL/RETGZIP 軌跡原本寫成空白
      * 2026-10-15 ARIEN
      *     5100-NAMEPARSE 改以 THRU 5100-EXIT 呼叫，GO TO 出口不再落入
      *     5300 以後段落；停用 gzip(各種檔皆有程式依原檔名讀回)，
      *     GZIP_DAYS 到期僅列 NOGZIP；刪除 .LOG 同步刪除 MWARCHIX 索引
      *     鍵紀錄，刪除已登錄備份檔目錄者附加 EXPIRED
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWARCHRET.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 保存期限檔，檔名可由環境變數 MWRETAIN 覆蓋
            SELECT RETAIN-FILE ASSIGN TO "MWRETAIN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RETAIN-FILE-STAT.
      * 法務保全檔，檔名可由環境變數 MWLEGALH 覆蓋
            SELECT LEGALH-FILE ASSIGN TO "MWLEGALH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEGALH-FILE-STAT.
      * find 產出的檔案清單(異動日 + 路徑)
            SELECT ARCHRET-LIST-FILE ASSIGN TO "MWARCHRETLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
      * du 產出的目錄用量
            SELECT ARCHRET-DU-FILE ASSIGN TO "MWARCHRETDU"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DU-FILE-STAT.
            SELECT ARCHRET-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "ARIXSL.DEF".
            COPY "BKCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  RETAIN-FILE.
        01  RETAIN-REC              PIC X(120).

        FD  LEGALH-FILE.
        01  LEGALH-REC              PIC X(160).

        FD  ARCHRET-LIST-FILE.
        01  LIST-REC                PIC X(300).

        FD  ARCHRET-DU-FILE.
        01  DU-REC                  PIC X(300).

        FD  ARCHRET-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "ARIXFD.DEF".
        COPY "BKCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "BKCWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
        77  REGM-FILE-STAT      PIC XX.
        77  RETAIN-FILE-STAT    PIC XX.
            88 RETAIN-EOF       VALUE "10".
        77  LEGALH-FILE-STAT    PIC XX.
            88 LEGALH-EOF       VALUE "10".
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  DU-FILE-STAT        PIC XX.
            88 DU-EOF           VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  ARIX-FILE-STAT      PIC XX.
            88 ARIX-EOF         VALUE "10".
        77  ARIX-OPEN-SW        PIC X VALUE SPACE.
            88 ARIX-OPEN        VALUE 'Y'.
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
                                 VALUE "MWARCHRETRPT".
        77  ARCH-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  WORK-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  XFER-DIR            PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  CMD-LINE            PIC X(600) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.

      * 保存期限表(檔案順序即比對順序)
        01  RT-TAB.
            05  RT-ENT OCCURS 200 TIMES.
                10  RT-PAT      PIC X(64).
                10  RT-GZIP     SIGNED-INT.
                10  RT-DEL      SIGNED-INT.
                10  RT-KIND     PIC X(4).
        77  RT-CNT              SIGNED-INT VALUE 0.
        77  RT-IDX              SIGNED-INT VALUE 0.
        77  RT-HIT              SIGNED-INT VALUE 0.

      * 法務保全表
        01  LH-TAB.
            05  LH-ENT OCCURS 200 TIMES.
                10  LH-PAT      PIC X(64).
                10  LH-FROM     PIC X(8).
                10  LH-TO       PIC X(8).
                10  LH-NOTE     PIC X(60).
        77  LH-CNT              SIGNED-INT VALUE 0.
        77  LH-IDX              SIGNED-INT VALUE 0.
        77  LH-HIT              SIGNED-INT VALUE 0.

      * 控制檔行拆解
        01  CL-P1               PIC X(64).
        01  CL-P2               PIC X(10).
        01  CL-P3               PIC X(10).
        01  CL-P4               PIC X(60).
        77  CL-UPTR             PIC 9(3).

      * 樣式比對
        01  PAT-WORK            PIC X(64).
        77  PAT-LEN             SIGNED-INT VALUE 0.
        77  PAT-HIT-SW          PIC X VALUE SPACE.
            88 PAT-HIT          VALUE 'Y'.
        77  OWNER-WORK          PIC X(32) VALUE SPACES.

      * 檔名解析
        01  FILE-PATH           PIC X(256).
        01  FILE-BASE           PIC X(128).
        01  FILE-STEM           PIC X(128).
        77  FILE-KIND           PIC X(4).
        77  FILE-MDATE          PIC X(8).
        77  FILE-DATE           PIC X(8).
        01  FILE-QUE            PIC X(64).
        77  FILE-GZ-SW          PIC X VALUE SPACE.
            88 FILE-GZ          VALUE 'Y'.
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  FN-IDX              SIGNED-INT VALUE 0.
        77  FN-SLASH            SIGNED-INT VALUE 0.
        77  FN-DOT              SIGNED-INT VALUE 0.
        77  FN-US1              SIGNED-INT VALUE 0.
        77  FN-US2              SIGNED-INT VALUE 0.
        77  FN-TLEN             SIGNED-INT VALUE 0.

      * 刪檔連帶清除：索引鍵紀錄、備份檔目錄登錄
        01  IX-QUE              PIC X(64).
        77  IX-DEL              SIGNED-INT VALUE 0.
        01  CX-PATH             PIC X(256).
        01  CX-QUE              PIC X(64).
        77  CX-QTYPE            PIC X(5).
        77  CX-KIND             PIC X(6).
        77  CX-FMT              PIC X(3).
        77  CX-MF               PIC X(6).
        77  CX-HIT-SW           PIC X VALUE SPACE.
            88 CX-HIT           VALUE 'Y'.

      * 日期計算
        77  TODAY-DATE          PIC X(8).
        77  TODAY-NUM           PIC 9(8).
        77  TODAY-INT           SIGNED-INT VALUE 0.
        77  WORK-NUM            PIC 9(8).
        77  WORK-INT            SIGNED-INT VALUE 0.
        77  FILE-AGE            SIGNED-INT VALUE 0.
        77  DATE-OK-SW          PIC X VALUE SPACE.
            88 DATE-OK          VALUE 'Y'.
        01  DATE-CHK            PIC X(8).
        01  DATE-CHK-R REDEFINES DATE-CHK.
            05  DATE-CHK-YY     PIC 9(4).
            05  DATE-CHK-MM     PIC 9(2).
            05  DATE-CHK-DD     PIC 9(2).

      * 統計
        77  SCAN-CNT            SIGNED-INT VALUE 0.
        77  DEL-CNT             SIGNED-INT VALUE 0.
        77  NOGZ-CNT            SIGNED-INT VALUE 0.
        77  IXDEL-CNT           SIGNED-INT VALUE 0.
        77  CATEXP-CNT          SIGNED-INT VALUE 0.
        77  HELD-CNT            SIGNED-INT VALUE 0.
        77  KEEP-CNT            SIGNED-INT VALUE 0.
        77  NOPOL-CNT           SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  AGE-DISP            PIC -(5)9.
        77  CNT-DISP            PIC -(7)9.
        77  ACT-TXT             PIC X(8).

      * 磁碟用量(清理前/後)
        01  DU-TAB.
            05  DU-ENT OCCURS 3 TIMES.
                10  DU-DIR      PIC X(64).
                10  DU-BEFORE   SIGNED-LONG.
                10  DU-AFTER    SIGNED-LONG.
        77  DU-IDX              SIGNED-INT VALUE 0.
        77  DU-PASS             SIGNED-INT VALUE 0.
        01  DU-P1               PIC X(20).
        01  DU-P2               PIC X(256).
        77  DU-UPTR             PIC 9(3).
        77  DU-KB               SIGNED-LONG VALUE 0.
        77  KB-DISP             PIC -(12)9.
        77  KB-DISP2            PIC -(12)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 目錄優先序：參數 > 環境變數 > 內建預設
            IF ARCH-DIR = SPACES
                DISPLAY "MWSINKDIR" UPON ENVIRONMENT-NAME
                ACCEPT ARCH-DIR FROM ENVIRONMENT-VALUE
            END-IF.
            IF ARCH-DIR = SPACES
                MOVE "ARCHIVE" TO ARCH-DIR
            END-IF.
            IF WORK-DIR = SPACES
                MOVE "." TO WORK-DIR
            END-IF.
            IF XFER-DIR = SPACES
                DISPLAY "MWBRIDGED" UPON ENVIRONMENT-NAME
                ACCEPT XFER-DIR FROM ENVIRONMENT-VALUE
            END-IF.
            IF XFER-DIR = SPACES
                MOVE "BRIDGE" TO XFER-DIR
            END-IF.
            MOVE ARCH-DIR TO DU-DIR(1).
            MOVE WORK-DIR TO DU-DIR(2).
            MOVE XFER-DIR TO DU-DIR(3).

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-NUM = FUNCTION NUMVAL(TODAY-DATE).
            COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-NUM).

            PERFORM 4000-RETLOAD THRU 4000-EXIT.
            IF RT-CNT = 0
                DISPLAY "NO RETENTION RULES (MWRETAIN), NOTHING TO DO"
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.
            PERFORM 4200-HOLDLOAD THRU 4200-EXIT.

            MOVE 1 TO DU-PASS.
            PERFORM 6000-DUSCAN THRU 6000-EXIT.

            OPEN OUTPUT ARCHRET-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "MWARCHRET - ARCHIVE RETENTION SWEEP "
                   DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            IF DRY-ON
                MOVE "(DRY RUN - NOTHING CHANGED)" TO RPT-REC(50:30)
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

      * QUE 主檔僅供 OWNER= 樣式查責任團隊，打不開即不比對
            OPEN INPUT QUE-REGM-FILE.

      * 歸檔業務鍵索引未建(MWARCHIDX 未跑過)即不需清除
            IF NOT DRY-ON
                OPEN I-O ARCH-IX-FILE
                IF ARIX-FILE-STAT = "00"
                    MOVE "Y" TO ARIX-OPEN-SW
                END-IF
            END-IF.

            PERFORM 4500-FILELIST.

            OPEN INPUT ARCHRET-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ ARCHRET-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 5000-FILEONE THRU 5000-EXIT
                    END-READ
                END-PERFORM
                CLOSE ARCHRET-LIST-FILE
            END-IF.

            IF REGM-FILE-STAT = "00"
                CLOSE QUE-REGM-FILE
            END-IF.
            IF ARIX-OPEN
                CLOSE ARCH-IX-FILE
            END-IF.

            MOVE 2 TO DU-PASS.
            PERFORM 6000-DUSCAN THRU 6000-EXIT.

            PERFORM 7000-SUMMARY.

            CLOSE ARCHRET-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF FAIL-CNT > 0
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
      * 載入保存期限檔
      *-----------------------------------------------------------
        4000-RETLOAD.
            MOVE 0 TO RT-CNT.
            MOVE SPACES TO RETAIN-FILE-STAT.

            OPEN INPUT RETAIN-FILE.
            IF RETAIN-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL RETAIN-EOF
                READ RETAIN-FILE
                    AT END
                        MOVE "10" TO RETAIN-FILE-STAT
                    NOT AT END
                        PERFORM 4100-RETONE
                END-READ
            END-PERFORM.

            CLOSE RETAIN-FILE.

        4000-EXIT.
            CONTINUE.

        4100-RETONE.
            IF RETAIN-REC = SPACES
            OR (RETAIN-REC(1:1) = "*" AND RETAIN-REC(2:1) NOT = "|")
                CONTINUE
            ELSE
                IF RT-CNT < 200
                    MOVE SPACES TO CL-P1
                    MOVE SPACES TO CL-P2
                    MOVE SPACES TO CL-P3
                    MOVE SPACES TO CL-P4
                    MOVE 1 TO CL-UPTR
                    UNSTRING RETAIN-REC DELIMITED BY "|"
                        INTO CL-P1, CL-P2, CL-P3, CL-P4
                        POINTER CL-UPTR
                    END-UNSTRING
                    COMPUTE RT-CNT = RT-CNT + 1
                    MOVE CL-P1 TO RT-PAT(RT-CNT)
                    MOVE 0 TO RT-GZIP(RT-CNT)
                    MOVE 0 TO RT-DEL(RT-CNT)
                    IF CL-P2 NOT = SPACES
                        COMPUTE RT-GZIP(RT-CNT) =
                                FUNCTION NUMVAL(CL-P2)
                    END-IF
                    IF CL-P3 NOT = SPACES
                        COMPUTE RT-DEL(RT-CNT) =
                                FUNCTION NUMVAL(CL-P3)
                    END-IF
                    MOVE FUNCTION UPPER-CASE(CL-P4(1:4))
                      TO RT-KIND(RT-CNT)
                    IF RT-KIND(RT-CNT) = "*"
                        MOVE SPACES TO RT-KIND(RT-CNT)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 載入法務保全檔(不存在即無保全)
      *-----------------------------------------------------------
        4200-HOLDLOAD.
            MOVE 0 TO LH-CNT.
            MOVE SPACES TO LEGALH-FILE-STAT.

            OPEN INPUT LEGALH-FILE.
            IF LEGALH-FILE-STAT NOT = "00"
                GO TO 4200-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL LEGALH-EOF
                READ LEGALH-FILE
                    AT END
                        MOVE "10" TO LEGALH-FILE-STAT
                    NOT AT END
                        PERFORM 4300-HOLDONE
                END-READ
            END-PERFORM.

            CLOSE LEGALH-FILE.

        4200-EXIT.
            CONTINUE.

        4300-HOLDONE.
            IF LEGALH-REC = SPACES
            OR (LEGALH-REC(1:1) = "*" AND LEGALH-REC(2:1) NOT = "|")
                CONTINUE
            ELSE
                IF LH-CNT < 200
                    MOVE SPACES TO CL-P1
                    MOVE SPACES TO CL-P2
                    MOVE SPACES TO CL-P3
                    MOVE SPACES TO CL-P4
                    MOVE 1 TO CL-UPTR
                    UNSTRING LEGALH-REC DELIMITED BY "|"
                        INTO CL-P1, CL-P2, CL-P3, CL-P4
                        POINTER CL-UPTR
                    END-UNSTRING
                    COMPUTE LH-CNT = LH-CNT + 1
                    MOVE CL-P1 TO LH-PAT(LH-CNT)
                    MOVE CL-P2(1:8) TO LH-FROM(LH-CNT)
                    MOVE CL-P3(1:8) TO LH-TO(LH-CNT)
                    MOVE CL-P4 TO LH-NOTE(LH-CNT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 以 find 列出三個目錄的候選檔(異動日 YYYYMMDD + 路徑)
      *-----------------------------------------------------------
        4500-FILELIST.
            MOVE SPACES TO CMD-LINE.
            STRING "rm -f MWARCHRETLS; find " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f \( -name '*.LOG'"
                   DELIMITED BY SIZE
                   " -o -name '*.BLG' -o -name '*.LOG.gz'"
                   DELIMITED BY SIZE
                   " -o -name '*.BLG.gz' \)"
                   DELIMITED BY SIZE
                   " -printf '%TY%Tm%Td %p\n'"
                   DELIMITED BY SIZE
                   " >> MWARCHRETLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            MOVE SPACES TO CMD-LINE.
            STRING "find " DELIMITED BY SIZE
                   FUNCTION TRIM(WORK-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f \( -name '*.SAL*'"
                   DELIMITED BY SIZE
                   " -o -name '*.SAV*' -o -name '*.SVB*'"
                   DELIMITED BY SIZE
                   " -o -name '*.REN*' \)"
                   DELIMITED BY SIZE
                   " -printf '%TY%Tm%Td %p\n'"
                   DELIMITED BY SIZE
                   " >> MWARCHRETLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            MOVE SPACES TO CMD-LINE.
            STRING "find " DELIMITED BY SIZE
                   FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                   " -maxdepth 1 -type f \( -name '*.XFR*'"
                   DELIMITED BY SIZE
                   " -o -name '*.ACK*' \)"
                   DELIMITED BY SIZE
                   " -printf '%TY%Tm%Td %p\n'"
                   DELIMITED BY SIZE
                   " >> MWARCHRETLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

      *-----------------------------------------------------------
      * 處理一個檔案：解析、查保全、查期限、刪除或壓縮
      *-----------------------------------------------------------
        5000-FILEONE.
            IF LIST-REC = SPACES
                GO TO 5000-EXIT
            END-IF.

            MOVE LIST-REC(1:8) TO FILE-MDATE.
            MOVE SPACES TO FILE-PATH.
            MOVE LIST-REC(10:256) TO FILE-PATH.
            PERFORM 5100-NAMEPARSE THRU 5100-EXIT.
            IF FILE-QUE = SPACES
                GO TO 5000-EXIT
            END-IF.
            COMPUTE SCAN-CNT = SCAN-CNT + 1.

      * 檔名日期不合法即改用檔案異動日
            MOVE FILE-DATE TO DATE-CHK.
            PERFORM 5300-DATECHK.
            IF NOT DATE-OK
                MOVE FILE-MDATE TO FILE-DATE
                MOVE FILE-DATE TO DATE-CHK
                PERFORM 5300-DATECHK
            END-IF.
            IF NOT DATE-OK
                GO TO 5000-EXIT
            END-IF.
            COMPUTE WORK-NUM = FUNCTION NUMVAL(FILE-DATE).
            COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(WORK-NUM).
            COMPUTE FILE-AGE = TODAY-INT - WORK-INT.

            PERFORM 5400-OWNERGET.

      * 法務保全優先：命中即跳過
            PERFORM 5500-HOLDCHK.
            IF LH-HIT > 0
                COMPUTE HELD-CNT = HELD-CNT + 1
                MOVE SPACES TO RPT-REC
                STRING "HELD    " DELIMITED BY SIZE
                       FILE-BASE(1:60) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       LH-NOTE(LH-HIT)(1:40) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 5000-EXIT
            END-IF.

            PERFORM 5600-RULEFIND.
            IF RT-HIT = 0
                COMPUTE NOPOL-CNT = NOPOL-CNT + 1
                GO TO 5000-EXIT
            END-IF.

            MOVE SPACES TO ACT-TXT.
            IF RT-DEL(RT-HIT) > 0
            AND FILE-AGE >= RT-DEL(RT-HIT)
                MOVE "DELETE" TO ACT-TXT
            END-IF.

            IF ACT-TXT = SPACES
                COMPUTE KEEP-CNT = KEEP-CNT + 1
      * 壓縮期限已到亦保留原檔(讀取端依原檔名開檔)，僅列報表
                IF RT-GZIP(RT-HIT) > 0
                AND FILE-AGE >= RT-GZIP(RT-HIT)
                AND NOT FILE-GZ
                    COMPUTE NOGZ-CNT = NOGZ-CNT + 1
                    MOVE FILE-AGE TO AGE-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "NOGZIP  " DELIMITED BY SIZE
                           FILE-BASE(1:60) DELIMITED BY SIZE
                           " AGE" DELIMITED BY SIZE
                           AGE-DISP DELIMITED BY SIZE
                           " (READ BACK BY NAME, KEPT)"
                           DELIMITED BY SIZE
                        INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
                GO TO 5000-EXIT
            END-IF.

            PERFORM 5700-ACTION.

        5000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 路徑拆出檔名、種類、QUE NAME 與檔名內日期
      * QUE_YYYYMMDD.LOG / QUE_YYYYMMDD_HHMMSS.SAL / QUE_nnnnnn.XFR
      *-----------------------------------------------------------
        5100-NAMEPARSE.
            MOVE SPACES TO FILE-BASE.
            MOVE SPACES TO FILE-STEM.
            MOVE SPACES TO FILE-KIND.
            MOVE SPACES TO FILE-DATE.
            MOVE SPACES TO FILE-QUE.
            MOVE SPACE TO FILE-GZ-SW.

            COMPUTE FN-LEN = FUNCTION LENGTH(FUNCTION TRIM(FILE-PATH)).
            IF FN-LEN = 0
                GO TO 5100-EXIT
            END-IF.
            MOVE 0 TO FN-SLASH.
            PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                    UNTIL FN-IDX < 1 OR FN-SLASH > 0
                IF FILE-PATH(FN-IDX:1) = "/"
                    MOVE FN-IDX TO FN-SLASH
                END-IF
            END-PERFORM.
            MOVE FILE-PATH(FN-SLASH + 1:FN-LEN - FN-SLASH)
              TO FILE-BASE.
            COMPUTE FN-LEN = FN-LEN - FN-SLASH.

      * .gz 與 MWSAVE 清單檔 .MF 為附加副檔名，先剝除
            IF FN-LEN > 3
            AND FILE-BASE(FN-LEN - 2:3) = ".gz"
                MOVE "Y" TO FILE-GZ-SW
                COMPUTE FN-LEN = FN-LEN - 3
            END-IF.
            IF FN-LEN > 3
            AND FILE-BASE(FN-LEN - 2:3) = ".MF"
                MOVE "MF" TO FILE-KIND
                COMPUTE FN-LEN = FN-LEN - 3
            END-IF.

            MOVE 0 TO FN-DOT.
            PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                    UNTIL FN-IDX < 1 OR FN-DOT > 0
                IF FILE-BASE(FN-IDX:1) = "."
                    MOVE FN-IDX TO FN-DOT
                END-IF
            END-PERFORM.
            IF FN-DOT < 2
                GO TO 5100-EXIT
            END-IF.
            IF FILE-KIND = SPACES
                MOVE FILE-BASE(FN-DOT + 1:FN-LEN - FN-DOT)
                  TO FILE-KIND
            END-IF.
            MOVE FILE-BASE(1:FN-DOT - 1) TO FILE-STEM.
            COMPUTE FN-LEN = FN-DOT - 1.

      * 最後兩個底線的位置
            MOVE 0 TO FN-US1.
            MOVE 0 TO FN-US2.
            PERFORM VARYING FN-IDX FROM FN-LEN BY -1
                    UNTIL FN-IDX < 1 OR FN-US2 > 0
                IF FILE-STEM(FN-IDX:1) = "_"
                    IF FN-US1 = 0
                        MOVE FN-IDX TO FN-US1
                    ELSE
                        MOVE FN-IDX TO FN-US2
                    END-IF
                END-IF
            END-PERFORM.
            IF FN-US1 < 2
                GO TO 5100-EXIT
            END-IF.
            COMPUTE FN-TLEN = FN-LEN - FN-US1.

            EVALUATE TRUE
                WHEN FN-TLEN = 6 AND FN-US2 > 1
                AND FN-US1 - FN-US2 = 9
                AND FILE-STEM(FN-US2 + 1:8) IS NUMERIC
                    MOVE FILE-STEM(FN-US2 + 1:8) TO FILE-DATE
                    MOVE FILE-STEM(1:FN-US2 - 1) TO FILE-QUE
                WHEN FN-TLEN = 8
                AND FILE-STEM(FN-US1 + 1:8) IS NUMERIC
                    MOVE FILE-STEM(FN-US1 + 1:8) TO FILE-DATE
                    MOVE FILE-STEM(1:FN-US1 - 1) TO FILE-QUE
                WHEN OTHER
                    MOVE FILE-STEM(1:FN-US1 - 1) TO FILE-QUE
            END-EVALUATE.

        5100-EXIT.
            CONTINUE.

      * DATE-CHK 是否為合法 YYYYMMDD
        5300-DATECHK.
            MOVE SPACE TO DATE-OK-SW.
            IF DATE-CHK IS NUMERIC
                IF DATE-CHK-YY > 1900
                AND DATE-CHK-MM >= 1 AND DATE-CHK-MM <= 12
                AND DATE-CHK-DD >= 1 AND DATE-CHK-DD <= 31
                    MOVE "Y" TO DATE-OK-SW
                END-IF
            END-IF.

      * QUE 主檔取責任團隊；TYPE 未知時兩型都試
        5400-OWNERGET.
            MOVE SPACES TO OWNER-WORK.
            IF REGM-FILE-STAT NOT = "00"
            AND REGM-FILE-STAT NOT = "23"
                CONTINUE
            ELSE
                MOVE FILE-QUE TO REGM-QUE-NAME
                MOVE "POSIX" TO REGM-QUE-TYPE
                READ QUE-REGM-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE REGM-OWNER TO OWNER-WORK
                END-READ
                IF OWNER-WORK = SPACES
                    MOVE FILE-QUE TO REGM-QUE-NAME
                    MOVE "SYSV " TO REGM-QUE-TYPE
                    READ QUE-REGM-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE REGM-OWNER TO OWNER-WORK
                    END-READ
                END-IF
            END-IF.

      * 法務保全：樣式符合且日期落在區間內
        5500-HOLDCHK.
            MOVE 0 TO LH-HIT.
            PERFORM VARYING LH-IDX FROM 1 BY 1
                    UNTIL LH-IDX > LH-CNT OR LH-HIT > 0
                MOVE LH-PAT(LH-IDX) TO PAT-WORK
                PERFORM 5800-PATMATCH
                IF PAT-HIT
                    IF (LH-FROM(LH-IDX) = SPACES
                        OR FILE-DATE >= LH-FROM(LH-IDX))
                    AND (LH-TO(LH-IDX) = SPACES
                        OR FILE-DATE <= LH-TO(LH-IDX))
                        MOVE LH-IDX TO LH-HIT
                    END-IF
                END-IF
            END-PERFORM.

      * 保存期限：第一條樣式與種類都符合者
        5600-RULEFIND.
            MOVE 0 TO RT-HIT.
            PERFORM VARYING RT-IDX FROM 1 BY 1
                    UNTIL RT-IDX > RT-CNT OR RT-HIT > 0
                IF RT-KIND(RT-IDX) = SPACES
                OR RT-KIND(RT-IDX) = FILE-KIND
                    MOVE RT-PAT(RT-IDX) TO PAT-WORK
                    PERFORM 5800-PATMATCH
                    IF PAT-HIT
                        MOVE RT-IDX TO RT-HIT
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 刪除(-dry 僅列出)，成功即清除索引鍵紀錄、備份檔目錄標為
      * 過期並記 AUDITLOG
      *-----------------------------------------------------------
        5700-ACTION.
            MOVE FILE-AGE TO AGE-DISP.

            IF DRY-ON
                MOVE 0 TO CMD-RC
            ELSE
                MOVE SPACES TO CMD-LINE
                STRING "rm -f '" DELIMITED BY SIZE
                       FUNCTION TRIM(FILE-PATH)
                       DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                    INTO CMD-LINE
                END-STRING
                CALL "SYSTEM" USING CMD-LINE
                MOVE RETURN-CODE TO CMD-RC
            END-IF.

            MOVE SPACES TO RPT-REC.
            IF CMD-RC NOT = 0
                COMPUTE FAIL-CNT = FAIL-CNT + 1
                STRING "FAILED  " DELIMITED BY SIZE
                       ACT-TXT DELIMITED BY SIZE
                       FILE-BASE(1:60) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            ELSE
                STRING ACT-TXT DELIMITED BY SIZE
                       FILE-BASE(1:60) DELIMITED BY SIZE
                       " AGE" DELIMITED BY SIZE
                       AGE-DISP DELIMITED BY SIZE
                       " DIR " DELIMITED BY SIZE
                       FILE-PATH(1:FN-SLASH) DELIMITED BY SIZE
                    INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                COMPUTE DEL-CNT = DEL-CNT + 1
                IF NOT DRY-ON
                    IF FILE-KIND = "LOG" AND ARIX-OPEN
                        PERFORM 5750-IXDROP THRU 5750-EXIT
                    END-IF
                    PERFORM 5760-CATEXPIRE THRU 5760-EXIT
                    MOVE "RETDEL" TO AUDIT-ACTION
                    MOVE FILE-BASE TO AUDIT-QUE
                    MOVE 1 TO AUDIT-CNT
                    PERFORM 1950-AUDLOG
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 已刪除的文字歸檔：刪除索引內該 QUE 該日的全部紀錄；先讀
      * 日控制紀錄，當日未建索引即免走訪
      *-----------------------------------------------------------
        5750-IXDROP.
            MOVE FILE-QUE TO IX-QUE.
            IF IX-QUE(1:1) = "/"
                MOVE FILE-QUE(2:63) TO IX-QUE
            END-IF.
            MOVE SPACES TO ARIX-KEY.
            MOVE "*DAY" TO ARIX-KNAME.
            MOVE IX-QUE TO ARIX-QUE.
            MOVE FILE-DATE TO ARIX-DATE.
            MOVE 0 TO ARIX-POS.
            READ ARCH-IX-FILE KEY IS ARIX-KEY
                INVALID KEY
                    MOVE "23" TO ARIX-FILE-STAT
            END-READ.
            IF ARIX-FILE-STAT NOT = "00"
                GO TO 5750-EXIT
            END-IF.

            MOVE 0 TO IX-DEL.
            MOVE LOW-VALUES TO ARIX-KEY.
            START ARCH-IX-FILE KEY IS NOT LESS THAN ARIX-KEY
                INVALID KEY
                    MOVE "10" TO ARIX-FILE-STAT
                NOT INVALID KEY
                    MOVE "00" TO ARIX-FILE-STAT
            END-START.
            PERFORM TEST BEFORE UNTIL ARIX-EOF
                READ ARCH-IX-FILE NEXT RECORD
                    AT END
                        MOVE "10" TO ARIX-FILE-STAT
                    NOT AT END
                        IF ARIX-QUE = IX-QUE
                        AND ARIX-DATE = FILE-DATE
                            DELETE ARCH-IX-FILE RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO IX-DEL
                            END-DELETE
                        END-IF
                END-READ
            END-PERFORM.

            ADD IX-DEL TO IXDEL-CNT.
            MOVE IX-DEL TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "        INDEX RECORDS REMOVED" DELIMITED BY SIZE
                   CNT-DISP DELIMITED BY SIZE
                   " (MWARCHIX)" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        5750-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 已刪除的檔案若登錄於備份檔目錄且最後狀態為 ACTIVE，附加
      * EXPIRED 一筆(目錄只附加不改寫)；已壓縮檔以原檔名比對
      *-----------------------------------------------------------
        5760-CATEXPIRE.
            MOVE SPACES TO BK-FILE.
            COMPUTE FN-LEN = FUNCTION LENGTH(FUNCTION TRIM(FILE-PATH)).
            IF FILE-GZ
                COMPUTE FN-LEN = FN-LEN - 3
            END-IF.
            IF FILE-PATH(1:2) = "./" AND FN-LEN > 2
                MOVE FILE-PATH(3:FN-LEN - 2) TO BK-FILE
            ELSE
                MOVE FILE-PATH(1:FN-LEN) TO BK-FILE
            END-IF.
            PERFORM 1977-BKCATPATH.
            MOVE BK-FILE TO CX-PATH.

            MOVE SPACE TO CX-HIT-SW.
            MOVE SPACES TO BKC-FILE-STAT.
            OPEN INPUT BKC-CAT-FILE.
            IF BKC-FILE-STAT NOT = "00"
                GO TO 5760-EXIT
            END-IF.
            PERFORM TEST BEFORE UNTIL BKC-FILE-STAT = "10"
                READ BKC-CAT-FILE
                    AT END
                        MOVE "10" TO BKC-FILE-STAT
                    NOT AT END
                        IF BKC-FILE = CX-PATH
                            IF BKC-EXPIRED
                                MOVE SPACE TO CX-HIT-SW
                            ELSE
                                MOVE "Y" TO CX-HIT-SW
                                MOVE BKC-QUE TO CX-QUE
                                MOVE BKC-QTYPE TO CX-QTYPE
                                MOVE BKC-KIND TO CX-KIND
                                MOVE BKC-FMT TO CX-FMT
                                MOVE BKC-MF TO CX-MF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE BKC-CAT-FILE.
            IF NOT CX-HIT
                GO TO 5760-EXIT
            END-IF.

            MOVE "MWARCHRE" TO BK-PGM.
            MOVE CX-QUE TO BK-QUE.
            MOVE CX-QTYPE TO BK-QTYPE.
            MOVE CX-KIND TO BK-KIND.
            MOVE CX-FMT TO BK-FMT.
            MOVE 0 TO BK-CNT.
            MOVE CX-MF TO BK-MF.
            MOVE CX-PATH TO BK-FILE.
            MOVE "EXPIRED" TO BK-STAT.
            PERFORM 1976-BKCATADD.
            COMPUTE CATEXP-CNT = CATEXP-CNT + 1.

            MOVE SPACES TO RPT-REC.
            STRING "        BACKUP CATALOG ENTRY EXPIRED ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(CX-KIND) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        5760-EXIT.
            CONTINUE.

      * 樣式比對：* 萬用 / OWNER=team / QUE NAME 開頭
        5800-PATMATCH.
            MOVE SPACE TO PAT-HIT-SW.
            EVALUATE TRUE
                WHEN FUNCTION TRIM(PAT-WORK) = "*"
                    MOVE "Y" TO PAT-HIT-SW
                WHEN PAT-WORK(1:6) = "OWNER="
                    IF FUNCTION TRIM(PAT-WORK(7:58))
                       = FUNCTION TRIM(OWNER-WORK)
                    AND OWNER-WORK NOT = SPACES
                        MOVE "Y" TO PAT-HIT-SW
                    END-IF
                WHEN OTHER
                    COMPUTE PAT-LEN = FUNCTION LENGTH(
                            FUNCTION TRIM(PAT-WORK))
                    IF PAT-LEN > 0
                    AND FILE-QUE(1:PAT-LEN) = PAT-WORK(1:PAT-LEN)
                        MOVE "Y" TO PAT-HIT-SW
                    END-IF
            END-EVALUATE.

      *-----------------------------------------------------------
      * 三個目錄的磁碟用量(KB)；DU-PASS 1=清理前 2=清理後
      *-----------------------------------------------------------
        6000-DUSCAN.
            MOVE SPACES TO CMD-LINE.
            STRING "du -sk " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-DIR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WORK-DIR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(XFER-DIR) DELIMITED BY SIZE
                   " > MWARCHRETDU 2>/dev/null" DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            CALL "SYSTEM" USING CMD-LINE.

            OPEN INPUT ARCHRET-DU-FILE.
            IF DU-FILE-STAT NOT = "00"
                GO TO 6000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL DU-EOF
                READ ARCHRET-DU-FILE
                    AT END
                        MOVE "10" TO DU-FILE-STAT
                    NOT AT END
                        PERFORM 6100-DUONE
                END-READ
            END-PERFORM.

            CLOSE ARCHRET-DU-FILE.

        6000-EXIT.
            CONTINUE.

        6100-DUONE.
            MOVE SPACES TO DU-P1.
            MOVE SPACES TO DU-P2.
            MOVE 1 TO DU-UPTR.
            UNSTRING DU-REC DELIMITED BY X"09" OR ALL SPACE
                INTO DU-P1, DU-P2
                POINTER DU-UPTR
            END-UNSTRING.
            COMPUTE DU-KB = FUNCTION NUMVAL(DU-P1).

            PERFORM VARYING DU-IDX FROM 1 BY 1 UNTIL DU-IDX > 3
                IF FUNCTION TRIM(DU-P2) = FUNCTION TRIM(DU-DIR(DU-IDX))
                    IF DU-PASS = 1
                        MOVE DU-KB TO DU-BEFORE(DU-IDX)
                    ELSE
                        MOVE DU-KB TO DU-AFTER(DU-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 統計與磁碟用量
      *-----------------------------------------------------------
        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

            MOVE SCAN-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "FILES SCANNED     : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE DEL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "DELETED           : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE IXDEL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "INDEX RECS REMOVED: " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE CATEXP-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "CATALOG EXPIRED   : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE NOGZ-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "GZIP DUE, KEPT    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE HELD-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "ON LEGAL HOLD     : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE KEEP-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "WITHIN RETENTION  : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE NOPOL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "NO RULE (KEPT)    : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE FAIL-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "FAILED            : " CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE "DISK USAGE (KB)" TO RPT-REC(1:20).
            MOVE "BEFORE" TO RPT-REC(52:6).
            MOVE "AFTER" TO RPT-REC(67:5).
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING DU-IDX FROM 1 BY 1 UNTIL DU-IDX > 3
                MOVE DU-BEFORE(DU-IDX) TO KB-DISP
                MOVE DU-AFTER(DU-IDX) TO KB-DISP2
                MOVE SPACES TO RPT-REC
                MOVE DU-DIR(DU-IDX)(1:40) TO RPT-REC(1:40)
                MOVE KB-DISP TO RPT-REC(45:13)
                MOVE KB-DISP2 TO RPT-REC(59:13)
                PERFORM 7900-RPTWRITE
            END-PERFORM.

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
            MOVE "MWARCHRE"      TO INCLOG-PGM.
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
            MOVE "MWARCHRE" TO AUDIT-PGM.

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

        COPY "BKCPD.DEF".

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -d arch_dir , -w work_dir , -b bridge_dir ,
      *              -o report_file , -dry
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-d"
                                    MOVE PARAM TO ARCH-DIR
                                WHEN "-w"
                                    MOVE PARAM TO WORK-DIR
                                WHEN "-b"
                                    MOVE PARAM TO XFER-DIR
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

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dry" MOVE "Y" TO DRY-SW
                WHEN "-d"    MOVE PARAM TO PARAM-PREV
                WHEN "-w"    MOVE PARAM TO PARAM-PREV
                WHEN "-b"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"    MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-d"
                            MOVE PARAM TO ARCH-DIR
                        WHEN "-w"
                            MOVE PARAM TO WORK-DIR
                        WHEN "-b"
                            MOVE PARAM TO XFER-DIR
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

            DISPLAY "MWARCHRET - Archive Retention Sweep".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWARCHRET [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-d arch_dir]      .LOG/.BLG Archive Directory".
            DISPLAY "                     (Default ARCHIVE Or".
            DISPLAY "                     env MWSINKDIR)".
            DISPLAY "  [-w work_dir]      .SAL/.SAV/.SVB/.REN".
            DISPLAY "                     Directory(Default .)".
            DISPLAY "  [-b bridge_dir]    .XFR/.ACK Directory".
            DISPLAY "                     (Default BRIDGE Or".
            DISPLAY "                     env MWBRIDGED)".
            DISPLAY "  [-o report_file]   Report File(Default".
            DISPLAY "                     MWARCHRETRPT)".
            DISPLAY "  [-dry]             List Only, Change Nothing".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Rules : MWRETAIN QUEPAT|GZIP_DAYS|DEL_DAYS|KIND".
            DISPLAY "  Holds : MWLEGALH  QUEPAT|FROM|TO|NOTE".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWARCHRET.
