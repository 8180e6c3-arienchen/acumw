      */--------------------------------------------------------------
      * MWBKCAT.CBL
      * 訊息備份檔目錄：列示、世代保留、依時間點回灌、夜間備份
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MWSAVE 備份、MWPURGE -save 封存、MWRENAME/MWRESIZE 在途
      *    訊息暫存檔產出時皆登錄備份檔目錄(MWBACKUPCAT，BKCFD.DEF
      *    格式)：QUE、時間、筆數、格式、對帳清單狀態、完整路徑、
      *    操作者。找「某 QUE 某時點前最後一份好備份」不必再逐目錄
      *    翻找
      * 2. 預設列示模式：列出目錄內有效(未過期)備份檔，最後一個參數
      *    給 QUE 名時只列該 QUE
      * 3. -prune 世代保留：同 QUE 同種類(SAVE/PURGE/RENAME/RESIZE)
      *    只留最新 -keep n 份(預設取環境變數 MWBKKEEP，再無則 7)，
      *    較舊者刪檔(連同 .MF 及保存期限清理壓縮後的 .gz)並於目錄
      *    附加 EXPIRED 紀錄、記 AUDITLOG(BKEXPIRE)。法務保全檔
      *    (MWLEGALH，格式同 MWARCHRET)涵蓋者保留不刪；封存檔另有
      *    其他 QUE 仍有效引用時只過期目錄紀錄、不刪檔
      * 4. -restore que：-at yyyymmdd[hhmm[ss]](只給日期表當天結束，
      *    未給表現在)之前最新一份可回灌備份(SAVE/RENAME/RESIZE，
      *    ARC 封存不列入；遮罩備份須 -masked-ok)，檔案須仍在；選定
      *    後以 runcbl MWLOAD 回灌(有對帳清單即帶 -strict)，成功記
      *    AUDITLOG(BKRESTOR)；-dry 只顯示選定檔與指令
      * 5. -nightly 夜間備份：依 QUEREG 登錄簿取現存 PROD QUE，逐一
      *    runcbl MWSAVE -bin -nomask 備份至 -d 目錄(預設取環境變數
      *    MWBKDIR，再無則目前目錄)後立即 runcbl MWLOAD -bin -strict
      *    灌回原 QUE(MWSAVE 為卸載，不灌回即清空生產 QUE；未遮罩
      *    才能原樣灌回，批次帳號須具 NOMASK 權限)；全部跑完再依
      *    -keep 做世代保留。備份失敗者記事故日誌並略過，灌回失敗
      *    者訊息留在備份檔並記事故日誌
      * 6. 報表寫入 -o report_file(預設 MWBKCATRPT)並同步顯示；
      *    RETURN-CODE：刪檔失敗/備份失敗/目錄表滿 = 3，回灌失敗 =
      *    2(夜間)或 MWLOAD 的結束碼(-restore)，查無備份 = 6
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     夜間備份 MWSAVE 失敗而備份檔已落地時照樣以 MWLOAD 灌回原 QUE
      *     (中途失敗已卸載的訊息不留在檔內)；灌回失敗的事故日誌記下
      *     備份檔路徑
      * 2026-10-15 ARIEN
      *     命令列 QUE 篩選另存 FILTER-QUE；夜間備份失敗記事故改寫 QUE-NAME
      *     不再影響其後各 QUE 的篩選
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWBKCAT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 法務保全檔，檔名可由環境變數 MWLEGALH 覆蓋
            SELECT LEGALH-FILE ASSIGN TO "MWLEGALH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEGALH-FILE-STAT.
            SELECT MWBKCAT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "BKCSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  LEGALH-FILE.
        01  LEGALH-REC              PIC X(160).

        FD  MWBKCAT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "BKCFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGFD.DEF".

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
        77  REG-FILE-STAT       PIC XX.
            88 REG-EOF          VALUE "10".
        77  LEGALH-FILE-STAT    PIC XX.
            88 LEGALH-EOF       VALUE "10".
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
        77  MASKED-OK-SW        PIC X VALUE SPACE.
            88 MASKED-OK        VALUE 'Y'.
      * 執行模式：L 列示(預設) P 世代保留 R 回灌 N 夜間備份
        77  RUN-MODE            PIC X VALUE "L".
            88 LIST-MODE        VALUE "L".
            88 PRUNE-MODE       VALUE "P".
            88 RESTORE-MODE     VALUE "R".
            88 NIGHTLY-MODE     VALUE "N".

        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWBKCATRPT".
        77  BK-DIR              PIC X(FILE_NAME_LEN) VALUE SPACES.
        77  KEEP-TXT            PIC X(10) VALUE SPACES.
        77  KEEP-N              SIGNED-INT VALUE 0.
        77  AT-TXT              PIC X(20) VALUE SPACES.
        77  AT-LEN              SIGNED-INT VALUE 0.
        77  AT-TS               PIC X(14) VALUE SPACES.
        77  CMD-LINE            PIC X(600) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.
        77  CMD-PTR             PIC 9(4).
        77  CMD-RC-DISP         PIC -(5)9.

      * 備份檔目錄表(同 QUE+種類+路徑一筆，後到的紀錄覆蓋狀態)
        01  BE-TAB.
            05  BE-ENT OCCURS 2000 TIMES.
                10  BE-QUE      PIC X(64).
                10  BE-QTYPE    PIC X(5).
                10  BE-KIND     PIC X(6).
                10  BE-FMT      PIC X(3).
                10  BE-TS       PIC X(14).
                10  BE-OPER     PIC X(32).
                10  BE-CNT      SIGNED-LONG.
                10  BE-MF       PIC X(6).
      * A 有效 / E 已過期
                10  BE-STAT     PIC X.
      * Y 本次過期候選 / M 回灌時檔案已不在
                10  BE-MARK     PIC X.
                10  BE-FILE     PIC X(256).
        77  BE-CNT-TAB          SIGNED-INT VALUE 0.
        77  BE-IDX              SIGNED-INT VALUE 0.
        77  BE-JDX              SIGNED-INT VALUE 0.
        77  BE-HIT              SIGNED-INT VALUE 0.
        77  BE-FULL             SIGNED-INT VALUE 0.
        77  BE-NEWER            SIGNED-INT VALUE 0.
        77  CAT-TS              PIC X(14).
        77  CAT-CNT             SIGNED-LONG VALUE 0.
        77  SHARED-SW           PIC X VALUE SPACE.
            88 FILE-SHARED      VALUE 'Y'.

      * QUEREG 登錄簿彙整(同 MWPURGE 4500-REGNET)
        01  REG-TAB.
            05  REG-ENT OCCURS 500 TIMES.
                10  T-QUE       PIC X(64).
                10  T-TYPE      PIC X(5).
                10  T-ACTION    PIC X(6).
                10  T-PROD      PIC X.
                10  T-OWNER     PIC X(32).
        77  TAB-CNT             SIGNED-INT VALUE 0.
        77  TAB-IDX             SIGNED-INT VALUE 0.
        77  TAB-HIT             SIGNED-INT VALUE 0.

      * 法務保全表(同 MWARCHRET)
        01  LH-TAB.
            05  LH-ENT OCCURS 200 TIMES.
                10  LH-PAT      PIC X(64).
                10  LH-FROM     PIC X(8).
                10  LH-TO       PIC X(8).
                10  LH-NOTE     PIC X(60).
        77  LH-CNT              SIGNED-INT VALUE 0.
        77  LH-IDX              SIGNED-INT VALUE 0.
        77  LH-HIT              SIGNED-INT VALUE 0.
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
        01  FILE-QUE            PIC X(64).
        77  FILE-DATE           PIC X(8).

      * 夜間備份
        01  NAME-WORK           PIC X(64).
        01  SAVE-PATH           PIC X(FILE_NAME_LEN).
        77  SAVE-DATE           PIC X(8).
        77  SAVE-TIME           PIC X(8).
        77  PATH-LEN            SIGNED-INT VALUE 0.
        77  TYPE-ARG            PIC X(5).

      * 回灌
        77  RST-HIT             SIGNED-INT VALUE 0.
        77  RST-DONE-SW         PIC X VALUE SPACE.
            88 RST-DONE         VALUE 'Y'.

        77  TODAY-DATE          PIC X(8).
        77  NOW-TIME            PIC X(8).

      * 統計
        77  LIST-CNT            SIGNED-INT VALUE 0.
        77  EXP-CNT             SIGNED-INT VALUE 0.
        77  DEL-CNT             SIGNED-INT VALUE 0.
        77  HELD-CNT            SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  PROD-CNT            SIGNED-INT VALUE 0.
        77  SAVED-CNT           SIGNED-INT VALUE 0.
        77  SAVE-FAIL-CNT       SIGNED-INT VALUE 0.
        77  LOAD-FAIL-CNT       SIGNED-INT VALUE 0.
        77  SAVE-BAD-SW         PIC X VALUE SPACE.
            88 SAVE-BAD         VALUE 'Y'.
        77  CNT-DISP            PIC -(9)9.

        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.
      * 命令列指定的 QUE(清單/保留/夜間篩選用；QUE-NAME 於夜間
      * 備份中另作事故紀錄的 QUE)
        01  FILTER-QUE          PIC X(IPC-NAME-LEN) VALUE SPACES.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            IF RESTORE-MODE AND QUE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.

      * 保留世代數：參數 > 環境變數 MWBKKEEP > 7
            IF KEEP-TXT = SPACES
                DISPLAY "MWBKKEEP" UPON ENVIRONMENT-NAME
                ACCEPT KEEP-TXT FROM ENVIRONMENT-VALUE
            END-IF.
            IF KEEP-TXT = SPACES
                MOVE 7 TO KEEP-N
            ELSE
                IF FUNCTION TEST-NUMVAL(KEEP-TXT) NOT = 0
                    GO TO 3000-PERR
                END-IF
                COMPUTE KEEP-N = FUNCTION NUMVAL(KEEP-TXT)
                IF KEEP-N < 1
                    GO TO 3000-PERR
                END-IF
            END-IF.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.

      * 回灌時點：只給日期表當天結束，未給表現在
            IF RESTORE-MODE
                PERFORM 2700-ATTS THRU 2700-EXIT
            END-IF.

            OPEN OUTPUT MWBKCAT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE SPACES TO RPT-REC.
            EVALUATE TRUE
                WHEN PRUNE-MODE
                    MOVE "GENERATION PRUNE" TO RPT-REC(30:20)
                WHEN RESTORE-MODE
                    MOVE "RESTORE LOOKUP" TO RPT-REC(30:20)
                WHEN NIGHTLY-MODE
                    MOVE "NIGHTLY BACKUP" TO RPT-REC(30:20)
                WHEN OTHER
                    MOVE "CATALOG LISTING" TO RPT-REC(30:20)
            END-EVALUATE.
            MOVE "MWBKCAT - BACKUP CATALOG" TO RPT-REC(1:28).
            MOVE TODAY-DATE TO RPT-REC(51:8).
            IF DRY-ON
                MOVE "(DRY RUN - NOTHING CHANGED)" TO RPT-REC(61:30)
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

      * 登錄簿(夜間備份取 PROD QUE、法務保全 OWNER= 比對)與法務保全
            PERFORM 4400-REGLOAD THRU 4400-EXIT.
            PERFORM 4200-HOLDLOAD THRU 4200-EXIT.

            EVALUATE TRUE
                WHEN NIGHTLY-MODE
                    PERFORM 6000-NIGHTLY THRU 6000-EXIT
      * 夜間備份已由 MWSAVE 登錄目錄，重新載入後做世代保留
                    PERFORM 4000-CATLOAD THRU 4000-EXIT
                    PERFORM 5500-PRUNE
                WHEN PRUNE-MODE
                    PERFORM 4000-CATLOAD THRU 4000-EXIT
                    PERFORM 5500-PRUNE
                WHEN RESTORE-MODE
                    PERFORM 4000-CATLOAD THRU 4000-EXIT
                    PERFORM 6500-RESTORE THRU 6500-EXIT
                WHEN OTHER
                    PERFORM 4000-CATLOAD THRU 4000-EXIT
                    PERFORM 5000-LIST
            END-EVALUATE.

            PERFORM 7000-SUMMARY.

            CLOSE MWBKCAT-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF EXIT-CLASS = 0
            AND (FAIL-CNT > 0 OR SAVE-FAIL-CNT > 0 OR BE-FULL > 0)
                MOVE MWRC-WARN TO EXIT-CLASS
            END-IF.
            MOVE EXIT-CLASS TO RETURN-CODE.

        0000-EXIT.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * -at 時點補足 14 碼：YYYYMMDD 補 235959，YYYYMMDDHHMM 補
      * 59；未給取現在
      *-----------------------------------------------------------
        2700-ATTS.
            IF AT-TXT = SPACES
                MOVE TODAY-DATE TO AT-TS(1:8)
                MOVE NOW-TIME(1:6) TO AT-TS(9:6)
                GO TO 2700-EXIT
            END-IF.

            COMPUTE AT-LEN = FUNCTION LENGTH(FUNCTION TRIM(AT-TXT)).
            IF AT-TXT(1:AT-LEN) IS NOT NUMERIC
                GO TO 3000-PERR
            END-IF.
            EVALUATE AT-LEN
                WHEN 8
                    STRING AT-TXT(1:8) "235959" DELIMITED BY SIZE
                        INTO AT-TS
                    END-STRING
                WHEN 12
                    STRING AT-TXT(1:12) "59" DELIMITED BY SIZE
                        INTO AT-TS
                    END-STRING
                WHEN 14
                    MOVE AT-TXT TO AT-TS
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        2700-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 載入備份檔目錄：同 QUE+種類+路徑合併為一筆，EXPIRED 紀錄
      * 將先前登錄標為過期；目錄不存在視為空目錄
      *-----------------------------------------------------------
        4000-CATLOAD.
            MOVE 0 TO BE-CNT-TAB.
            MOVE 0 TO BE-FULL.
            MOVE SPACES TO BKC-FILE-STAT.

            OPEN INPUT BKC-CAT-FILE.
            IF BKC-FILE-STAT NOT = "00"
                MOVE SPACES TO RPT-REC
                MOVE "  (MWBACKUPCAT NOT FOUND, NO BACKUPS CATALOGED)"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL BKC-FILE-STAT = "10"
                READ BKC-CAT-FILE
                    AT END
                        MOVE "10" TO BKC-FILE-STAT
                    NOT AT END
                        IF BKC-REC NOT = SPACES
                            PERFORM 4100-CATONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE BKC-CAT-FILE.

            IF BE-FULL > 0
                MOVE BE-FULL TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "  CATALOG TABLE FULL (2000), ENTRIES SKIPPED :"
                       CNT-DISP DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        4000-EXIT.
            CONTINUE.

        4100-CATONE.
            MOVE BKC-DATE TO CAT-TS(1:8).
            MOVE BKC-TIME(1:6) TO CAT-TS(9:6).
            COMPUTE CAT-CNT = FUNCTION NUMVAL(BKC-CNT).

            MOVE 0 TO BE-HIT.
            PERFORM VARYING BE-IDX FROM 1 BY 1
                    UNTIL BE-IDX > BE-CNT-TAB OR BE-HIT > 0
                IF BE-QUE(BE-IDX) = BKC-QUE
                AND BE-KIND(BE-IDX) = BKC-KIND
                AND BE-FILE(BE-IDX) = BKC-FILE
                    MOVE BE-IDX TO BE-HIT
                END-IF
            END-PERFORM.

            IF BKC-EXPIRED
                IF BE-HIT > 0
                    MOVE "E" TO BE-STAT(BE-HIT)
                END-IF
            ELSE
                IF BE-HIT = 0
                    IF BE-CNT-TAB >= 2000
                        ADD 1 TO BE-FULL
                    ELSE
                        ADD 1 TO BE-CNT-TAB
                        MOVE BE-CNT-TAB TO BE-HIT
                        MOVE BKC-QUE TO BE-QUE(BE-HIT)
                        MOVE BKC-KIND TO BE-KIND(BE-HIT)
                        MOVE BKC-FILE TO BE-FILE(BE-HIT)
                        MOVE 0 TO BE-CNT(BE-HIT)
                        MOVE "E" TO BE-STAT(BE-HIT)
                    END-IF
                END-IF
      * 封存檔(ARC)為 EXTEND 累加，筆數跟著累加；其餘以最後為準
                IF BE-HIT > 0
                    IF BE-STAT(BE-HIT) = "A"
                    AND BKC-FMT = "ARC"
                        COMPUTE BE-CNT(BE-HIT)
                              = BE-CNT(BE-HIT) + CAT-CNT
                    ELSE
                        MOVE CAT-CNT TO BE-CNT(BE-HIT)
                    END-IF
                    MOVE BKC-QTYPE TO BE-QTYPE(BE-HIT)
                    MOVE BKC-FMT TO BE-FMT(BE-HIT)
                    MOVE CAT-TS TO BE-TS(BE-HIT)
                    MOVE BKC-OPER TO BE-OPER(BE-HIT)
                    MOVE BKC-MF TO BE-MF(BE-HIT)
                    MOVE "A" TO BE-STAT(BE-HIT)
                    MOVE SPACE TO BE-MARK(BE-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 法務保全檔(MWLEGALH)，不存在即無保全
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
      * 載入 QUEREG 登錄簿；夜間備份缺登錄簿即中止，其餘模式僅
      * 法務保全 OWNER= 比對不到
      *-----------------------------------------------------------
        4400-REGLOAD.
            MOVE 0 TO TAB-CNT.
            MOVE SPACES TO REG-FILE-STAT.

            OPEN INPUT QUE-REG-FILE.
            IF REG-FILE-STAT NOT = "00"
                IF NIGHTLY-MODE
                    DISPLAY "CANNOT OPEN QUEREG, STATUS "
                            REG-FILE-STAT;
                    MOVE -1 TO RET-CODE;
                    MOVE MWRC-FILE TO EXIT-CLASS;
                    GO TO 1000-ERR;
                END-IF
                GO TO 4400-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL REG-EOF
                READ QUE-REG-FILE
                    AT END
                        MOVE "10" TO REG-FILE-STAT
                    NOT AT END
                        PERFORM 4500-REGNET
                END-READ
            END-PERFORM.

            CLOSE QUE-REG-FILE.

        4400-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 彙整一筆 QUEREG 紀錄：同 QUE NAME+TYPE 覆寫為最後動作
      *-----------------------------------------------------------
        4500-REGNET.
            MOVE 0 TO TAB-HIT.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > TAB-CNT OR TAB-HIT > 0
                IF T-QUE(TAB-IDX) = REG-QUE-NAME
                AND T-TYPE(TAB-IDX) = REG-QUE-TYPE
                    MOVE TAB-IDX TO TAB-HIT
                END-IF
            END-PERFORM.

            IF TAB-HIT = 0
                IF TAB-CNT >= 500
                    DISPLAY "REG TABLE FULL, ENTRY SKIPPED : "
                            REG-QUE-NAME(1:40)
                ELSE
                    COMPUTE TAB-CNT = TAB-CNT + 1
                    MOVE TAB-CNT TO TAB-HIT
                    MOVE REG-QUE-NAME TO T-QUE(TAB-HIT)
                    MOVE REG-QUE-TYPE TO T-TYPE(TAB-HIT)
                    MOVE SPACE TO T-PROD(TAB-HIT)
                    MOVE SPACES TO T-OWNER(TAB-HIT)
                END-IF
            END-IF.

      * 僅 CREATE/REMOVE 代表現況；PROD 旗標/團隊取 CREATE 與屬性
      * 維護(MWREGUPD)UPDATE 的最後一筆
            IF TAB-HIT > 0
                IF REG-ACTION = "CREATE" OR REG-ACTION = "REMOVE"
                    MOVE REG-ACTION TO T-ACTION(TAB-HIT)
                END-IF
                IF REG-ACTION = "CREATE" OR REG-ACTION = "UPDATE"
                    MOVE REG-PROD-FLAG TO T-PROD(TAB-HIT)
                    MOVE REG-OWNER TO T-OWNER(TAB-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 列示有效備份檔(給 QUE 名時只列該 QUE)
      *-----------------------------------------------------------
        5000-LIST.
            MOVE SPACES TO RPT-REC.
            STRING "  DATE     TIME   QUE                            "
                   "KIND   FMT      MSGS MF     FILE"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING BE-IDX FROM 1 BY 1
                    UNTIL BE-IDX > BE-CNT-TAB
                IF BE-STAT(BE-IDX) = "A"
                AND (FILTER-QUE = SPACES
                     OR BE-QUE(BE-IDX) = FILTER-QUE)
                    ADD 1 TO LIST-CNT
                    PERFORM 5100-LISTONE
                END-IF
            END-PERFORM.

        5100-LISTONE.
            MOVE BE-CNT(BE-IDX) TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "  " BE-TS(BE-IDX)(1:8) " " BE-TS(BE-IDX)(9:6)
                   " " BE-QUE(BE-IDX)(1:30) " " BE-KIND(BE-IDX)
                   " " BE-FMT(BE-IDX) CNT-DISP " " BE-MF(BE-IDX)
                   " " BE-FILE(BE-IDX)(1:80)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 世代保留：同 QUE 同種類較新者已達 KEEP-N 份即為過期候選；
      * 法務保全涵蓋者先剔除，再逐一刪檔並登錄 EXPIRED
      *-----------------------------------------------------------
        5500-PRUNE.
            MOVE KEEP-N TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "GENERATIONS KEPT PER QUE/KIND :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING BE-IDX FROM 1 BY 1
                    UNTIL BE-IDX > BE-CNT-TAB
                MOVE SPACE TO BE-MARK(BE-IDX)
                IF BE-STAT(BE-IDX) = "A"
                AND (FILTER-QUE = SPACES
                     OR BE-QUE(BE-IDX) = FILTER-QUE)
                    PERFORM 5510-NEWERCNT
                    IF BE-NEWER >= KEEP-N
                        MOVE "Y" TO BE-MARK(BE-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      * 法務保全：QUE 樣式符合且備份日期落在區間內者保留
            PERFORM VARYING BE-IDX FROM 1 BY 1
                    UNTIL BE-IDX > BE-CNT-TAB
                IF BE-MARK(BE-IDX) = "Y"
                    MOVE BE-QUE(BE-IDX) TO FILE-QUE
                    MOVE BE-TS(BE-IDX)(1:8) TO FILE-DATE
                    PERFORM 5650-OWNERGET
                    PERFORM 5660-HOLDCHK
                    IF LH-HIT > 0
                        MOVE SPACE TO BE-MARK(BE-IDX)
                        ADD 1 TO HELD-CNT
                        MOVE SPACES TO RPT-REC
                        STRING "HELD    " BE-TS(BE-IDX)(1:8) " "
                               BE-QUE(BE-IDX)(1:30) " "
                               LH-NOTE(LH-HIT)(1:40)
                               DELIMITED BY SIZE INTO RPT-REC
                        END-STRING
                        PERFORM 7900-RPTWRITE
                    END-IF
                END-IF
            END-PERFORM.

            PERFORM VARYING BE-IDX FROM 1 BY 1
                    UNTIL BE-IDX > BE-CNT-TAB
                IF BE-MARK(BE-IDX) = "Y"
                    PERFORM 5600-EXPIREONE THRU 5600-EXIT
                END-IF
            END-PERFORM.

      * 同 QUE 同種類比本筆新的有效備份份數(同時點以後登錄者為新)
        5510-NEWERCNT.
            MOVE 0 TO BE-NEWER.
            PERFORM VARYING BE-JDX FROM 1 BY 1
                    UNTIL BE-JDX > BE-CNT-TAB
                IF BE-JDX NOT = BE-IDX
                AND BE-STAT(BE-JDX) = "A"
                AND BE-QUE(BE-JDX) = BE-QUE(BE-IDX)
                AND BE-KIND(BE-JDX) = BE-KIND(BE-IDX)
                    IF BE-TS(BE-JDX) > BE-TS(BE-IDX)
                    OR (BE-TS(BE-JDX) = BE-TS(BE-IDX)
                        AND BE-JDX > BE-IDX)
                        ADD 1 TO BE-NEWER
                    END-IF
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 過期一份：其他仍保留的登錄引用同一檔(多 QUE 封存)即不刪
      * 檔；刪檔連同 .MF 與保存期限清理壓縮後的 .gz
      *-----------------------------------------------------------
        5600-EXPIREONE.
            MOVE SPACE TO SHARED-SW.
            PERFORM VARYING BE-JDX FROM 1 BY 1
                    UNTIL BE-JDX > BE-CNT-TAB OR FILE-SHARED
                IF BE-JDX NOT = BE-IDX
                AND BE-STAT(BE-JDX) = "A"
                AND BE-MARK(BE-JDX) NOT = "Y"
                AND BE-FILE(BE-JDX) = BE-FILE(BE-IDX)
                    MOVE "Y" TO SHARED-SW
                END-IF
            END-PERFORM.

            IF DRY-ON OR FILE-SHARED
                MOVE 0 TO CMD-RC
            ELSE
                MOVE SPACES TO CMD-LINE
                STRING "rm -f '" DELIMITED BY SIZE
                       FUNCTION TRIM(BE-FILE(BE-IDX))
                       DELIMITED BY SIZE
                       "' '" DELIMITED BY SIZE
                       FUNCTION TRIM(BE-FILE(BE-IDX))
                       DELIMITED BY SIZE
                       ".MF' '" DELIMITED BY SIZE
                       FUNCTION TRIM(BE-FILE(BE-IDX))
                       DELIMITED BY SIZE
                       ".gz' '" DELIMITED BY SIZE
                       FUNCTION TRIM(BE-FILE(BE-IDX))
                       DELIMITED BY SIZE
                       ".MF.gz'" DELIMITED BY SIZE
                    INTO CMD-LINE
                END-STRING
                PERFORM 7950-SYSRUN
            END-IF.

            MOVE BE-CNT(BE-IDX) TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            IF CMD-RC NOT = 0
                ADD 1 TO FAIL-CNT
                STRING "FAILED  " BE-TS(BE-IDX)(1:8) " "
                       BE-QUE(BE-IDX)(1:30) " "
                       BE-FILE(BE-IDX)(1:80)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 5600-EXIT
            END-IF.

            IF FILE-SHARED
                MOVE "EXPIRE  " TO RPT-REC(1:8)
            ELSE
                MOVE "DELETE  " TO RPT-REC(1:8)
                ADD 1 TO DEL-CNT
            END-IF.
            STRING BE-TS(BE-IDX)(1:8) " " BE-QUE(BE-IDX)(1:30)
                   " " BE-KIND(BE-IDX) CNT-DISP " "
                   BE-FILE(BE-IDX)(1:80)
                   DELIMITED BY SIZE INTO RPT-REC(9:150)
            END-STRING.
            PERFORM 7900-RPTWRITE.
            ADD 1 TO EXP-CNT.

            IF DRY-ON
                GO TO 5600-EXIT
            END-IF.

      * 目錄附加 EXPIRED 一筆(只附加不改寫)並記操作軌跡
            MOVE "E" TO BE-STAT(BE-IDX).
            MOVE "MWBKCAT" TO BK-PGM.
            MOVE BE-QUE(BE-IDX) TO BK-QUE.
            MOVE BE-QTYPE(BE-IDX) TO BK-QTYPE.
            MOVE BE-KIND(BE-IDX) TO BK-KIND.
            MOVE BE-FMT(BE-IDX) TO BK-FMT.
            MOVE BE-CNT(BE-IDX) TO BK-CNT.
            MOVE BE-MF(BE-IDX) TO BK-MF.
            MOVE BE-FILE(BE-IDX) TO BK-FILE.
            MOVE "EXPIRED" TO BK-STAT.
            PERFORM 1976-BKCATADD.

            MOVE "BKEXPIRE" TO AUDIT-ACTION.
            MOVE BE-QUE(BE-IDX) TO AUDIT-QUE.
            MOVE BE-CNT(BE-IDX) TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        5600-EXIT.
            CONTINUE.

      * 法務保全 OWNER= 比對用：登錄簿該 QUE 的責任團隊
        5650-OWNERGET.
            MOVE SPACES TO OWNER-WORK.
            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > TAB-CNT
                IF T-QUE(TAB-IDX) = FILE-QUE
                AND T-OWNER(TAB-IDX) NOT = SPACES
                    MOVE T-OWNER(TAB-IDX) TO OWNER-WORK
                END-IF
            END-PERFORM.

      * 法務保全：樣式符合且日期落在區間內
        5660-HOLDCHK.
            MOVE 0 TO LH-HIT.
            PERFORM VARYING LH-IDX FROM 1 BY 1
                    UNTIL LH-IDX > LH-CNT OR LH-HIT > 0
                MOVE LH-PAT(LH-IDX) TO PAT-WORK
                PERFORM 5670-PATMATCH
                IF PAT-HIT
                    IF (LH-FROM(LH-IDX) = SPACES
                        OR FILE-DATE >= LH-FROM(LH-IDX))
                    AND (LH-TO(LH-IDX) = SPACES
                        OR FILE-DATE <= LH-TO(LH-IDX))
                        MOVE LH-IDX TO LH-HIT
                    END-IF
                END-IF
            END-PERFORM.

        5670-PATMATCH.
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
      * 夜間備份：登錄簿現存 PROD QUE 逐一備份後灌回
      *-----------------------------------------------------------
        6000-NIGHTLY.
            IF BK-DIR = SPACES
                DISPLAY "MWBKDIR" UPON ENVIRONMENT-NAME
                ACCEPT BK-DIR FROM ENVIRONMENT-VALUE
            END-IF.
            IF BK-DIR = SPACES
                MOVE "." TO BK-DIR
            END-IF.

            MOVE SPACES TO RPT-REC.
            STRING "BACKUP DIRECTORY : " DELIMITED BY SIZE
                   FUNCTION TRIM(BK-DIR) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING TAB-IDX FROM 1 BY 1
                    UNTIL TAB-IDX > TAB-CNT
                IF T-ACTION(TAB-IDX) = "CREATE"
                AND T-PROD(TAB-IDX) = "Y"
                AND (FILTER-QUE = SPACES
                     OR T-QUE(TAB-IDX) = FILTER-QUE)
                    ADD 1 TO PROD-CNT
                    PERFORM 6100-NIGHTONE THRU 6100-EXIT
                END-IF
            END-PERFORM.

            MOVE "BKNIGHT" TO AUDIT-ACTION.
            MOVE SPACES TO AUDIT-QUE.
            MOVE SAVED-CNT TO AUDIT-CNT.
            IF NOT DRY-ON
                PERFORM 1950-AUDLOG
            END-IF.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

        6000-EXIT.
            CONTINUE.

      * 一個 PROD QUE：MWSAVE -bin -nomask 備份，成功即 MWLOAD 灌回
        6100-NIGHTONE.
            MOVE T-QUE(TAB-IDX) TO NAME-WORK.
            INSPECT NAME-WORK REPLACING ALL "/" BY "_".
            ACCEPT SAVE-DATE FROM DATE YYYYMMDD.
            ACCEPT SAVE-TIME FROM TIME.
            MOVE SPACES TO SAVE-PATH.
            STRING FUNCTION TRIM(BK-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(NAME-WORK) DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   SAVE-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   SAVE-TIME(1:6) DELIMITED BY SIZE
                   ".SVB" DELIMITED BY SIZE
                INTO SAVE-PATH
            END-STRING.
            IF T-TYPE(TAB-IDX) = "SYSV"
                MOVE "sysv" TO TYPE-ARG
            ELSE
                MOVE "posix" TO TYPE-ARG
            END-IF.

      * 子程式參數欄 80 碼，路徑過長無法轉帶
            COMPUTE PATH-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(SAVE-PATH)).
            IF PATH-LEN > 80
                ADD 1 TO SAVE-FAIL-CNT
                MOVE SPACES TO RPT-REC
                STRING "SKIPPED " T-QUE(TAB-IDX)(1:40)
                       " - BACKUP PATH OVER 80 CHARS"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 6100-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            STRING "runcbl MWSAVE -q -bin -nomask -t "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(TYPE-ARG) DELIMITED BY SIZE
                   " -o " DELIMITED BY SIZE
                   FUNCTION TRIM(SAVE-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   T-QUE(TAB-IDX) DELIMITED BY SPACE
                INTO CMD-LINE
            END-STRING.

            IF DRY-ON
                MOVE SPACES TO RPT-REC
                STRING "WOULD   " CMD-LINE(1:140)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 6100-EXIT
            END-IF.

            MOVE SPACE TO SAVE-BAD-SW.
            PERFORM 7950-SYSRUN.
            IF CMD-RC NOT = 0
                ADD 1 TO SAVE-FAIL-CNT
                MOVE "Y" TO SAVE-BAD-SW
                MOVE CMD-RC TO CMD-RC-DISP
                MOVE SPACES TO RPT-REC
                STRING "FAILED  " T-QUE(TAB-IDX)(1:40)
                       " - MWSAVE RC=" CMD-RC-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE T-QUE(TAB-IDX) TO QUE-NAME
                MOVE CMD-RC TO RET-CODE
                MOVE "NIGHTLY BACKUP FAILED (MWSAVE)" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
      * 中途失敗時已卸載的訊息在備份檔內，檔在即照樣灌回
                MOVE SPACES TO CMD-LINE
                STRING "test -f '" DELIMITED BY SIZE
                       FUNCTION TRIM(SAVE-PATH) DELIMITED BY SIZE
                       "'" DELIMITED BY SIZE
                    INTO CMD-LINE
                END-STRING
                PERFORM 7950-SYSRUN
                IF CMD-RC NOT = 0
                    GO TO 6100-EXIT
                END-IF
            END-IF.

      * MWSAVE 為卸載，立即灌回原 QUE
            MOVE SPACES TO CMD-LINE.
            STRING "runcbl MWLOAD -q -bin -strict -i "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(SAVE-PATH) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   T-QUE(TAB-IDX) DELIMITED BY SPACE
                INTO CMD-LINE
            END-STRING.
            PERFORM 7950-SYSRUN.
            IF CMD-RC NOT = 0
                ADD 1 TO LOAD-FAIL-CNT
                MOVE MWRC-IPC TO EXIT-CLASS
                MOVE CMD-RC TO CMD-RC-DISP
                MOVE SPACES TO RPT-REC
                STRING "RELOAD FAILED " T-QUE(TAB-IDX)(1:40)
                       " - MWLOAD RC=" CMD-RC-DISP
                       ", MSGS HELD IN " SAVE-PATH(1:70)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE T-QUE(TAB-IDX) TO QUE-NAME
                MOVE CMD-RC TO RET-CODE
      * 事故日誌記下訊息所在的備份檔，路徑過長時只記路徑
                MOVE SPACES TO ERR-TXT
                IF PATH-LEN > 57
                    MOVE SAVE-PATH TO ERR-TXT
                ELSE
                    STRING "RELOAD FAILED, MSGS IN " DELIMITED BY SIZE
                           FUNCTION TRIM(SAVE-PATH) DELIMITED BY SIZE
                        INTO ERR-TXT
                    END-STRING
                END-IF
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                GO TO 6100-EXIT
            END-IF.

            IF SAVE-BAD
                MOVE SPACES TO RPT-REC
                STRING "RELOADED " T-QUE(TAB-IDX)(1:40)
                       " FROM PARTIAL " SAVE-PATH(1:70)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                GO TO 6100-EXIT
            END-IF.

            ADD 1 TO SAVED-CNT.
            MOVE SPACES TO RPT-REC.
            STRING "SAVED   " T-QUE(TAB-IDX)(1:40) " "
                   SAVE-PATH(1:100)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        6100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 回灌查找：時點前最新一份可回灌備份，檔案已不在者改取前一
      * 份；選定後交 MWLOAD
      *-----------------------------------------------------------
        6500-RESTORE.
            MOVE SPACES TO RPT-REC.
            STRING "QUE " DELIMITED BY SIZE
                   QUE-NAME DELIMITED BY SPACE
                   " AT OR BEFORE " DELIMITED BY SIZE
                   AT-TS DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            MOVE SPACE TO RST-DONE-SW.
            PERFORM TEST BEFORE UNTIL RST-DONE
                PERFORM 6600-RSTPICK
                IF RST-HIT = 0
                    MOVE "Y" TO RST-DONE-SW
                ELSE
                    PERFORM 6700-RSTEXIST
                END-IF
            END-PERFORM.

            IF RST-HIT = 0
                MOVE SPACES TO RPT-REC
                MOVE "NO USABLE CATALOGED BACKUP FOUND" TO RPT-REC
                PERFORM 7900-RPTWRITE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 6500-EXIT
            END-IF.

            MOVE BE-CNT(RST-HIT) TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "SELECTED " BE-TS(RST-HIT) " "
                   BE-KIND(RST-HIT) " " BE-FMT(RST-HIT)
                   CNT-DISP " MSG(S) MF=" BE-MF(RST-HIT)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "FILE     " BE-FILE(RST-HIT)(1:140)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * MWLOAD 參數欄 80 碼，路徑過長無法轉帶
            COMPUTE PATH-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(BE-FILE(RST-HIT))).
            IF PATH-LEN > 80
                MOVE SPACES TO RPT-REC
                MOVE "PATH OVER 80 CHARS, RUN MWLOAD BY HAND FROM DIR"
                    TO RPT-REC
                PERFORM 7900-RPTWRITE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 6500-EXIT
            END-IF.

            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            STRING "runcbl MWLOAD -q " DELIMITED BY SIZE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.
            IF BE-FMT(RST-HIT) = "BIN"
                STRING "-bin " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
      * 有對帳清單者要求驗證，清單不見即拒灌
            IF BE-MF(RST-HIT) NOT = "NONE"
                STRING "-strict " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF BE-MF(RST-HIT) = "MASKED"
                STRING "-masked-ok " DELIMITED BY SIZE
                    INTO CMD-LINE WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING "-i " DELIMITED BY SIZE
                   FUNCTION TRIM(BE-FILE(RST-HIT)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QUE-NAME DELIMITED BY SPACE
                INTO CMD-LINE WITH POINTER CMD-PTR
            END-STRING.

            MOVE SPACES TO RPT-REC.
            STRING "COMMAND  " CMD-LINE(1:140)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            IF DRY-ON
                GO TO 6500-EXIT
            END-IF.

            PERFORM 7950-SYSRUN.
            IF CMD-RC NOT = 0
                MOVE CMD-RC TO CMD-RC-DISP
                MOVE SPACES TO RPT-REC
                STRING "RESTORE FAILED - MWLOAD RC=" CMD-RC-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE CMD-RC TO RET-CODE
                MOVE "CATALOG RESTORE FAILED (MWLOAD)" TO ERR-TXT
                MOVE LENGTH OF ERR-TXT TO ERR-LEN
                PERFORM 1900-INCLOG
                MOVE CMD-RC TO EXIT-CLASS
                GO TO 6500-EXIT
            END-IF.

            MOVE SPACES TO RPT-REC.
            MOVE "RESTORE COMPLETE" TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE "BKRESTOR" TO AUDIT-ACTION.
            MOVE QUE-NAME TO AUDIT-QUE.
            MOVE BE-CNT(RST-HIT) TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        6500-EXIT.
            CONTINUE.

      * 候選：有效、同 QUE、非封存、時點前、遮罩者須 -masked-ok、
      * 未標記檔案不在；取時點最新者
        6600-RSTPICK.
            MOVE 0 TO RST-HIT.
            PERFORM VARYING BE-IDX FROM 1 BY 1
                    UNTIL BE-IDX > BE-CNT-TAB
                IF BE-STAT(BE-IDX) = "A"
                AND BE-MARK(BE-IDX) NOT = "M"
                AND BE-QUE(BE-IDX) = QUE-NAME
                AND BE-FMT(BE-IDX) NOT = "ARC"
                AND BE-TS(BE-IDX) <= AT-TS
                AND (BE-MF(BE-IDX) NOT = "MASKED" OR MASKED-OK)
                    IF RST-HIT = 0
                        MOVE BE-IDX TO RST-HIT
                    ELSE
                        IF BE-TS(BE-IDX) >= BE-TS(RST-HIT)
                            MOVE BE-IDX TO RST-HIT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * 檔案須仍在(保存期限清理可能已刪除或壓縮)
        6700-RSTEXIST.
            MOVE SPACES TO CMD-LINE.
            STRING "test -f '" DELIMITED BY SIZE
                   FUNCTION TRIM(BE-FILE(RST-HIT)) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                INTO CMD-LINE
            END-STRING.
            PERFORM 7950-SYSRUN.
            IF CMD-RC = 0
                MOVE "Y" TO RST-DONE-SW
            ELSE
                MOVE "M" TO BE-MARK(RST-HIT)
                MOVE SPACES TO RPT-REC
                STRING "MISSING  " BE-TS(RST-HIT) " "
                       BE-FILE(RST-HIT)(1:120)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

      *-----------------------------------------------------------
      * 報表總結
      *-----------------------------------------------------------
        7000-SUMMARY.
            MOVE SPACES TO RPT-REC.
            MOVE ALL "-" TO RPT-REC(1:78).
            PERFORM 7900-RPTWRITE.

            IF LIST-MODE
                MOVE LIST-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "ACTIVE BACKUPS LISTED : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            IF NIGHTLY-MODE
                MOVE PROD-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "PROD QUES             : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE SAVED-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "SAVED AND RELOADED    : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE SAVE-FAIL-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "BACKUP FAILED         : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE LOAD-FAIL-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "RELOAD FAILED         : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

            IF PRUNE-MODE OR NIGHTLY-MODE
                MOVE EXP-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "GENERATIONS EXPIRED   : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE DEL-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "FILES DELETED         : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE HELD-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "ON LEGAL HOLD         : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                MOVE FAIL-CNT TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "DELETE FAILED         : " CNT-DISP
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

      * 外部指令，結束碼取高位元組(同 MWRENAME)
        7950-SYSRUN.
            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            IF CMD-RC > 255
                DIVIDE CMD-RC BY 256 GIVING CMD-RC
            END-IF.

        COPY "BKCPD.DEF".

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
            MOVE "MWBKCAT"       TO INCLOG-PGM.
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
            MOVE "MWBKCAT" TO AUDIT-PGM.

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
      * 模式       : -prune , -restore , -nightly (未給為列示)
      * 選擇性參數 : -keep n , -at yyyymmdd[hhmm[ss]] , -d dir ,
      *              -o report_file , -dry , -masked-ok
      * que_name   : 列示/世代保留/夜間備份篩選，-restore 必要
      *              (必須為最後一個)
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE TRUE
                                WHEN PARAM-PREV NOT = SPACES
                                    PERFORM 2500-SETPARAM
                                WHEN PARAM = SPACES
                                    CONTINUE
                                WHEN PARAM(1:1) = "-"
                                    PERFORM 2500-SETPARAM
                                WHEN OTHER
                                    MOVE PARAM TO QUE-NAME
                                    MOVE PARAM TO FILTER-QUE
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-dry"      MOVE "Y" TO DRY-SW
                WHEN "-masked-ok" MOVE "Y" TO MASKED-OK-SW
                WHEN "-prune"    MOVE "P" TO RUN-MODE
                WHEN "-restore"  MOVE "R" TO RUN-MODE
                WHEN "-nightly"  MOVE "N" TO RUN-MODE
                WHEN "-keep"     MOVE PARAM TO PARAM-PREV
                WHEN "-at"       MOVE PARAM TO PARAM-PREV
                WHEN "-d"        MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-keep"
                            MOVE PARAM TO KEEP-TXT
                        WHEN "-at"
                            MOVE PARAM TO AT-TXT
                        WHEN "-d"
                            MOVE PARAM TO BK-DIR
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

            DISPLAY "MWBKCAT - Backup Catalog, Retention And Restore".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWBKCAT [mode] [options] [$que_name]".
            DISPLAY " ".
            DISPLAY "mode:".
            DISPLAY "  (none)             List Cataloged Backups".
            DISPLAY "  -prune             Keep Last N Generations Per".
            DISPLAY "                     Que/Kind, Delete Older".
            DISPLAY "  -restore           Reload Que From Latest".
            DISPLAY "                     Backup At Or Before -at".
            DISPLAY "                     ($que_name Required)".
            DISPLAY "  -nightly           Save And Reload Every PROD".
            DISPLAY "                     Que(QUEREG), Then -prune".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-keep n]          Generations To Keep(Default".
            DISPLAY "                     env MWBKKEEP Or 7)".
            DISPLAY "  [-at yyyymmdd[hhmm[ss]]] Restore Point In Time".
            DISPLAY "                     (Date Only = End Of Day,".
            DISPLAY "                     Default Now)".
            DISPLAY "  [-masked-ok]       Restore May Pick A MASKED".
            DISPLAY "                     Backup".
            DISPLAY "  [-d backup_dir]    Nightly Backup Directory".
            DISPLAY "                     (Default env MWBKDIR Or .)".
            DISPLAY "  [-o report_file]   Report(Default MWBKCATRPT)".
            DISPLAY "  [-dry]             Show Only, Change Nothing".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Catalog : MWBACKUPCAT(env Override)".
            DISPLAY "  Holds   : MWLEGALH QUEPAT|FROM|TO|NOTE".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWBKCAT.
