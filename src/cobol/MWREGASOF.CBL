      */--------------------------------------------------------------
      * MWREGASOF.CBL
      * QUE 登錄簿指定日現況重建與兩日拓撲差異(事後檢討用)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 事故後第一個問題總是「3 號那天有哪些 QUE、容量多少、誰
      *    的」，過去要人工重播 QUEREG；MWREGPACK 壓縮後舊沿革又
      *    分散在 QUEREG_YYYYMMDD.HIS。本程式依日期順序串接所有
      *    .HIS 封存檔與現行 QUEREG 重播流水：
      *    - 後一檔開頭為前一檔壓縮帶過來的舊紀錄：日期早於前檔
      *      封存日者略過，等於封存日者與前檔同內容紀錄一對一抵
      *      銷，不重複套用
      *    - CREATE/REMOVE 決定存在與容量，CHMOD 更新權限，OWNER
      *      (MWCERT 移轉)更新責任團隊；RENAME 成對紀錄標示更名
      *    - UPDATE(MWREGUPD 屬性維護)更新責任團隊/PROD 旗標/等級
      * 2. -asof yyyymmdd(預設今日)：列出當日存在的 QUE 及容量、
      *    權限、PROD 旗標、責任者、等級範本、建立日
      * 3. -from yyyymmdd [-to yyyymmdd]：比對兩日現況，列出期間
      *    新建、移除、更名、容量調整、權限調整、等級變更、責任者
      *    變更、PROD 旗標變更的 QUE，附該筆流水的日期與操作者(REG-OWNER)
      * 4. 報表寫入 -o report_file(預設 MWREGASOFOUT)並同步顯示，
      *    供變更事後檢討與年度拓撲覆核附件；流水表載不完時 RC=3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     重播 UPDATE(MWREGUPD 屬性維護)更新責任團隊/PROD 旗標/等級；
      *     兩日差異增列 PRODFLAG(PROD 旗標變更)，等級變更改附屬性
      *     維護日期
      * 2026-10-15 ARIEN
      *     差異報表 OPERATOR 欄改取 QUEREG REG-OPER(異動人)，不再以 UPDATE/
      *     OWNER 紀錄的新擁有團隊充當異動人
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWREGASOF.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 登錄簿流水：逐一指向各 .HIS 封存檔及現行 QUEREG
            SELECT QUE-REG-FILE ASSIGN TO JNL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REG-FILE-STAT.
      * ls 列出的封存檔清單
            SELECT ASOF-LIST-FILE ASSIGN TO "MWREGASOFLS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LIST-FILE-STAT.
            SELECT MWREGASOF-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.

        DATA DIVISION.
        FILE SECTION.
        COPY "REGFD.DEF".

        FD  ASOF-LIST-FILE.
        01  LIST-REC                PIC X(256).

        FD  MWREGASOF-RPT-FILE.
        01  RPT-REC                 PIC X(160).

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".

        77  REG-FILE-STAT       PIC XX.
            88 REG-EOF          VALUE "10".
        77  LIST-FILE-STAT      PIC XX.
            88 LIST-EOF         VALUE "10".
        77  RPT-FILE-STAT       PIC XX.

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
                                 VALUE "MWREGASOFOUT".
        01  JNL-FILE-NAME       PIC X(256) VALUE SPACES.
        01  REG-LIVE-NAME       PIC X(256) VALUE SPACES.
        77  LS-CMD              PIC X(300) VALUE SPACES.

        77  TODAY-DATE          PIC X(8).
        77  ASOF-DATE           PIC X(8) VALUE SPACES.
        77  FROM-DATE           PIC X(8) VALUE SPACES.
        77  TO-DATE             PIC X(8) VALUE SPACES.
        77  DIFF-SW             PIC X VALUE SPACE.
            88 DIFF-MODE        VALUE 'Y'.

      * 流水來源：依日期排序的 .HIS 封存檔，最後為現行 QUEREG
        01  SRC-TAB.
            05  SRC-ENT OCCURS 100 TIMES.
                10  SRC-NAME    PIC X(256).
                10  SRC-PACK    PIC X(8).
                10  SRC-LO      SIGNED-INT.
                10  SRC-HI      SIGNED-INT.
        77  SRC-CNT             SIGNED-INT VALUE 0.
        77  SRC-IDX             SIGNED-INT VALUE 0.
        77  SRC-SKIP            SIGNED-LONG VALUE 0.
        77  FN-LEN              SIGNED-INT VALUE 0.
        77  PREV-PACK           PIC X(8).
        77  PREV-LO             SIGNED-INT VALUE 0.
        77  PREV-HI             SIGNED-INT VALUE 0.

      * 流水事件表(依原檔次序)
        01  EVT-TAB.
            05  EVT-ENT OCCURS 9000 TIMES.
                10  E-NAME      PIC X(64).
                10  E-TYPE      PIC X(5).
                10  E-ACT       PIC X(6).
                10  E-OPER      PIC X(32).
                10  E-WHO       PIC X(32).
                10  E-DATE      PIC X(8).
                10  E-MAX       SIGNED-INT.
                10  E-SIZE      SIGNED-INT.
                10  E-PROD      PIC X.
                10  E-CLASS     PIC X(12).
                10  E-USED      PIC X.
        77  EVT-CNT             SIGNED-INT VALUE 0.
        77  EVT-IDX             SIGNED-INT VALUE 0.
        77  EVT-NXT             SIGNED-INT VALUE 0.
        77  EVT-HIT             SIGNED-INT VALUE 0.
        77  EVT-FULL-SW         PIC X VALUE SPACE.
            88 EVT-FULL         VALUE 'Y'.
        77  CUR-MAX             SIGNED-INT VALUE 0.
        77  CUR-SIZE            SIGNED-INT VALUE 0.

      * QUE 現況表：ST(1) = -from 或 -asof 當日，ST(2) = -to 當日
        01  QUE-TAB.
            05  Q-ENT OCCURS 2000 TIMES.
                10  Q-NAME      PIC X(64).
                10  Q-TYPE      PIC X(5).
                10  Q-REN       PIC X.
                10  Q-ST OCCURS 2 TIMES.
                    15  S-LIVE  PIC X.
                    15  S-MAX   SIGNED-INT.
                    15  S-SIZE  SIGNED-INT.
                    15  S-MODE  SIGNED-INT.
                    15  S-PROD  PIC X.
                    15  S-OWNER PIC X(32).
                    15  S-CLASS PIC X(12).
                    15  S-CDATE PIC X(8).
                    15  S-COPER PIC X(32).
                    15  S-RDATE PIC X(8).
                    15  S-ROPER PIC X(32).
                    15  S-MDATE PIC X(8).
                    15  S-MOPER PIC X(32).
                    15  S-ODATE PIC X(8).
                    15  S-OOPER PIC X(32).
                    15  S-UDATE PIC X(8).
                    15  S-UOPER PIC X(32).
        77  Q-CNT               SIGNED-INT VALUE 0.
        77  Q-IDX               SIGNED-INT VALUE 0.
        77  Q-HIT               SIGNED-INT VALUE 0.
        77  Q-FULL              SIGNED-INT VALUE 0.
        77  ST-IX               SIGNED-INT VALUE 0.
        01  KEY-NAME            PIC X(64).
        01  KEY-TYPE            PIC X(5).

      * 期間內成對 RENAME(舊名/新名)
        01  REN-TAB.
            05  REN-ENT OCCURS 200 TIMES.
                10  REN-OLD     PIC X(64).
                10  REN-NEW     PIC X(64).
                10  REN-TYPE    PIC X(5).
                10  REN-DATE    PIC X(8).
                10  REN-OPER    PIC X(32).
        77  REN-CNT             SIGNED-INT VALUE 0.
        77  REN-IDX             SIGNED-INT VALUE 0.

        77  LIVE-CNT            SIGNED-INT VALUE 0.
        77  CHG-CNT             SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.
        77  NUM-DISP            PIC -(9)9.
        77  NUM-DISP2           PIC -(9)9.
        01  KIND-TXT            PIC X(10).
        01  DET-TXT             PIC X(60).
        01  LN-DATE             PIC X(8).
        01  LN-OPER             PIC X(32).
        01  MODE-TXT            PIC X(4).
        01  MODE-TXT2           PIC X(4).
        77  OCT-IN              SIGNED-INT VALUE 0.
        77  OCT-D1              PIC 9.
        77  OCT-D2              PIC 9.
        77  OCT-D3              PIC 9.
        77  OCT-REM             SIGNED-INT VALUE 0.
        01  OCT-TXT             PIC X(4).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

            PERFORM 2000-PARAM.

            IF FROM-DATE NOT = SPACES
                MOVE "Y" TO DIFF-SW
                IF TO-DATE = SPACES
                    MOVE TODAY-DATE TO TO-DATE
                END-IF
            ELSE
                IF ASOF-DATE = SPACES
                    MOVE TODAY-DATE TO ASOF-DATE
                END-IF
            END-IF.

      * 登錄簿實際檔名依環境變數解析(同 SELECT 的覆蓋慣例)
            DISPLAY "QUEREG" UPON ENVIRONMENT-NAME.
            ACCEPT REG-LIVE-NAME FROM ENVIRONMENT-VALUE.
            IF REG-LIVE-NAME = SPACES
                MOVE "QUEREG" TO REG-LIVE-NAME
            END-IF.

            PERFORM 4000-SRCLIST.
            PERFORM VARYING SRC-IDX FROM 1 BY 1
                    UNTIL SRC-IDX > SRC-CNT
                PERFORM 4100-SRCLOAD THRU 4100-EXIT
            END-PERFORM.

            IF EVT-CNT = 0
                DISPLAY "NO REGISTRY JOURNAL FOUND : "
                        REG-LIVE-NAME(1:50)
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 5000-REPLAY.

            OPEN OUTPUT MWREGASOF-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 7000-HEADER.
            IF DIFF-MODE
                PERFORM 7500-DIFFRPT
            ELSE
                PERFORM 7200-ASOFRPT
            END-IF.

            CLOSE MWREGASOF-RPT-FILE.

            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).
            IF EVT-FULL OR Q-FULL > 0
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
      * 流水來源清單：ls 列出 .HIS(檔名含日期，字典序即時間序)，
      * 最後接現行 QUEREG
      *-----------------------------------------------------------
        4000-SRCLIST.
            MOVE SPACES TO LS-CMD.
            STRING "ls " DELIMITED BY SIZE
                   FUNCTION TRIM(REG-LIVE-NAME) DELIMITED BY SIZE
                   "_*.HIS > MWREGASOFLS 2>/dev/null"
                   DELIMITED BY SIZE
                INTO LS-CMD
            END-STRING.
            CALL "SYSTEM" USING LS-CMD.

            OPEN INPUT ASOF-LIST-FILE.
            IF LIST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL LIST-EOF
                    READ ASOF-LIST-FILE
                        AT END
                            MOVE "10" TO LIST-FILE-STAT
                        NOT AT END
                            PERFORM 4050-HISONE
                    END-READ
                END-PERFORM
                CLOSE ASOF-LIST-FILE
            END-IF.

            IF SRC-CNT < 100
                ADD 1 TO SRC-CNT
                MOVE REG-LIVE-NAME TO SRC-NAME(SRC-CNT)
                MOVE SPACES TO SRC-PACK(SRC-CNT)
            END-IF.

      * 一個封存檔：封存日取自檔名 _yyyymmdd.HIS
        4050-HISONE.
            IF LIST-REC NOT = SPACES
                COMPUTE FN-LEN =
                        FUNCTION LENGTH(FUNCTION TRIM(LIST-REC))
                IF FN-LEN > 12
                AND LIST-REC(FN-LEN - 11:8) IS NUMERIC
                    IF SRC-CNT < 99
                        ADD 1 TO SRC-CNT
                        MOVE LIST-REC TO SRC-NAME(SRC-CNT)
                        MOVE LIST-REC(FN-LEN - 11:8)
                            TO SRC-PACK(SRC-CNT)
                    ELSE
                        DISPLAY "TOO MANY .HIS FILES, SKIPPED : "
                                LIST-REC(1:50)
                    END-IF
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 載入一個來源檔；前檔壓縮帶來的舊紀錄不重複載入
      *-----------------------------------------------------------
        4100-SRCLOAD.
            MOVE EVT-CNT TO SRC-LO(SRC-IDX).
            ADD 1 TO SRC-LO(SRC-IDX).
            MOVE EVT-CNT TO SRC-HI(SRC-IDX).
            IF SRC-IDX > 1
                MOVE SRC-PACK(SRC-IDX - 1) TO PREV-PACK
                MOVE SRC-LO(SRC-IDX - 1) TO PREV-LO
                MOVE SRC-HI(SRC-IDX - 1) TO PREV-HI
            ELSE
                MOVE SPACES TO PREV-PACK
            END-IF.

            MOVE SRC-NAME(SRC-IDX) TO JNL-FILE-NAME.
            OPEN INPUT QUE-REG-FILE.
            IF REG-FILE-STAT NOT = "00"
                GO TO 4100-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL REG-EOF
                READ QUE-REG-FILE
                    AT END
                        MOVE "10" TO REG-FILE-STAT
                    NOT AT END
                        PERFORM 4200-EVTONE THRU 4200-EXIT
                END-READ
            END-PERFORM.

            CLOSE QUE-REG-FILE.
            MOVE EVT-CNT TO SRC-HI(SRC-IDX).

        4100-EXIT.
            CONTINUE.

        4200-EVTONE.
            IF REG-QUE-NAME = SPACES
                GO TO 4200-EXIT
            END-IF.
            COMPUTE CUR-MAX = FUNCTION NUMVAL(REG-MAX).
            COMPUTE CUR-SIZE = FUNCTION NUMVAL(REG-SIZE).

            IF PREV-PACK NOT = SPACES
                IF REG-DATE < PREV-PACK
                    ADD 1 TO SRC-SKIP
                    GO TO 4200-EXIT
                END-IF
                IF REG-DATE = PREV-PACK
                    PERFORM 4300-DUPCHK
                    IF EVT-HIT > 0
                        MOVE "Y" TO E-USED(EVT-HIT)
                        ADD 1 TO SRC-SKIP
                        GO TO 4200-EXIT
                    END-IF
                END-IF
            END-IF.

            IF EVT-CNT >= 9000
                MOVE "Y" TO EVT-FULL-SW
                GO TO 4200-EXIT
            END-IF.
            ADD 1 TO EVT-CNT.
            MOVE REG-QUE-NAME TO E-NAME(EVT-CNT).
            MOVE REG-QUE-TYPE TO E-TYPE(EVT-CNT).
            MOVE REG-ACTION TO E-ACT(EVT-CNT).
            MOVE REG-OWNER TO E-OPER(EVT-CNT).
      * 異動人取 REG-OPER；此欄新增前的舊紀錄除 UPDATE/OWNER 外
      * REG-OWNER 即寫入時的 USER，沿用之
            MOVE REG-OPER TO E-WHO(EVT-CNT).
            IF REG-OPER = SPACES
            AND REG-ACTION NOT = "UPDATE" AND REG-ACTION NOT = "OWNER"
                MOVE REG-OWNER TO E-WHO(EVT-CNT)
            END-IF.
            MOVE REG-DATE TO E-DATE(EVT-CNT).
            MOVE CUR-MAX TO E-MAX(EVT-CNT).
            MOVE CUR-SIZE TO E-SIZE(EVT-CNT).
            MOVE REG-PROD-FLAG TO E-PROD(EVT-CNT).
            MOVE REG-CLASS TO E-CLASS(EVT-CNT).
            MOVE SPACE TO E-USED(EVT-CNT).

        4200-EXIT.
            CONTINUE.

      * 前檔封存日當天、內容相同且尚未抵銷的紀錄
        4300-DUPCHK.
            MOVE 0 TO EVT-HIT.
            PERFORM VARYING EVT-IDX FROM PREV-LO BY 1
                    UNTIL EVT-IDX > PREV-HI OR EVT-HIT > 0
                IF E-USED(EVT-IDX) NOT = "Y"
                AND E-DATE(EVT-IDX) = REG-DATE
                AND E-NAME(EVT-IDX) = REG-QUE-NAME
                AND E-TYPE(EVT-IDX) = REG-QUE-TYPE
                AND E-ACT(EVT-IDX) = REG-ACTION
                AND E-OPER(EVT-IDX) = REG-OWNER
                AND E-MAX(EVT-IDX) = CUR-MAX
                AND E-SIZE(EVT-IDX) = CUR-SIZE
                AND E-PROD(EVT-IDX) = REG-PROD-FLAG
                AND E-CLASS(EVT-IDX) = REG-CLASS
                    MOVE EVT-IDX TO EVT-HIT
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 依序重播：日期不晚於各目標日者套用到對應現況
      *-----------------------------------------------------------
        5000-REPLAY.
            PERFORM VARYING EVT-IDX FROM 1 BY 1
                    UNTIL EVT-IDX > EVT-CNT
                MOVE E-NAME(EVT-IDX) TO KEY-NAME
                MOVE E-TYPE(EVT-IDX) TO KEY-TYPE
                PERFORM 5200-QFIND
                IF Q-HIT > 0
                    IF DIFF-MODE
                        IF E-DATE(EVT-IDX) NOT > FROM-DATE
                            MOVE 1 TO ST-IX
                            PERFORM 5100-APPLY
                        END-IF
                        IF E-DATE(EVT-IDX) NOT > TO-DATE
                            MOVE 2 TO ST-IX
                            PERFORM 5100-APPLY
                            PERFORM 5300-RENCHK
                        END-IF
                    ELSE
                        IF E-DATE(EVT-IDX) NOT > ASOF-DATE
                            MOVE 1 TO ST-IX
                            PERFORM 5100-APPLY
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        5100-APPLY.
            EVALUATE E-ACT(EVT-IDX)
                WHEN "CREATE"
                    MOVE "Y" TO S-LIVE(Q-HIT, ST-IX)
                    MOVE E-MAX(EVT-IDX) TO S-MAX(Q-HIT, ST-IX)
                    MOVE E-SIZE(EVT-IDX) TO S-SIZE(Q-HIT, ST-IX)
                    MOVE 0 TO S-MODE(Q-HIT, ST-IX)
                    MOVE E-PROD(EVT-IDX) TO S-PROD(Q-HIT, ST-IX)
                    MOVE E-OPER(EVT-IDX) TO S-OWNER(Q-HIT, ST-IX)
                    MOVE E-CLASS(EVT-IDX) TO S-CLASS(Q-HIT, ST-IX)
                    MOVE E-DATE(EVT-IDX) TO S-CDATE(Q-HIT, ST-IX)
                    MOVE E-WHO(EVT-IDX) TO S-COPER(Q-HIT, ST-IX)
                WHEN "REMOVE"
                    MOVE "N" TO S-LIVE(Q-HIT, ST-IX)
                    MOVE E-DATE(EVT-IDX) TO S-RDATE(Q-HIT, ST-IX)
                    MOVE E-WHO(EVT-IDX) TO S-ROPER(Q-HIT, ST-IX)
                WHEN "CHMOD"
                    MOVE E-MAX(EVT-IDX) TO S-MODE(Q-HIT, ST-IX)
                    MOVE E-DATE(EVT-IDX) TO S-MDATE(Q-HIT, ST-IX)
                    MOVE E-WHO(EVT-IDX) TO S-MOPER(Q-HIT, ST-IX)
                WHEN "OWNER"
                    MOVE E-OPER(EVT-IDX) TO S-OWNER(Q-HIT, ST-IX)
                    MOVE E-DATE(EVT-IDX) TO S-ODATE(Q-HIT, ST-IX)
                    MOVE E-WHO(EVT-IDX) TO S-OOPER(Q-HIT, ST-IX)
                WHEN "UPDATE"
                    MOVE E-OPER(EVT-IDX) TO S-OWNER(Q-HIT, ST-IX)
                    MOVE E-PROD(EVT-IDX) TO S-PROD(Q-HIT, ST-IX)
                    MOVE E-CLASS(EVT-IDX) TO S-CLASS(Q-HIT, ST-IX)
                    MOVE E-DATE(EVT-IDX) TO S-ODATE(Q-HIT, ST-IX)
                    MOVE E-WHO(EVT-IDX) TO S-OOPER(Q-HIT, ST-IX)
                    MOVE E-DATE(EVT-IDX) TO S-UDATE(Q-HIT, ST-IX)
                    MOVE E-WHO(EVT-IDX) TO S-UOPER(Q-HIT, ST-IX)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * 依 KEY-NAME/KEY-TYPE 找或建 QUE
        5200-QFIND.
            MOVE 0 TO Q-HIT.
            PERFORM VARYING Q-IDX FROM 1 BY 1
                    UNTIL Q-IDX > Q-CNT OR Q-HIT > 0
                IF Q-NAME(Q-IDX) = KEY-NAME
                AND Q-TYPE(Q-IDX) = KEY-TYPE
                    MOVE Q-IDX TO Q-HIT
                END-IF
            END-PERFORM.
            IF Q-HIT = 0
                IF Q-CNT < 2000
                    ADD 1 TO Q-CNT
                    MOVE Q-CNT TO Q-HIT
                    MOVE SPACES TO Q-ENT(Q-HIT)
                    MOVE KEY-NAME TO Q-NAME(Q-HIT)
                    MOVE KEY-TYPE TO Q-TYPE(Q-HIT)
                    MOVE "N" TO S-LIVE(Q-HIT, 1)
                    MOVE "N" TO S-LIVE(Q-HIT, 2)
                    MOVE 0 TO S-MAX(Q-HIT, 1) S-MAX(Q-HIT, 2)
                    MOVE 0 TO S-SIZE(Q-HIT, 1) S-SIZE(Q-HIT, 2)
                    MOVE 0 TO S-MODE(Q-HIT, 1) S-MODE(Q-HIT, 2)
                ELSE
                    ADD 1 TO Q-FULL
                END-IF
            END-IF.

      * 期間內的 RENAME：舊名/新名兩筆相鄰、同日期同操作者
        5300-RENCHK.
            IF E-ACT(EVT-IDX) = "RENAME"
            AND E-DATE(EVT-IDX) > FROM-DATE
            AND EVT-IDX < EVT-CNT
                COMPUTE EVT-NXT = EVT-IDX + 1
                IF E-ACT(EVT-NXT) = "RENAME"
                AND E-DATE(EVT-NXT) = E-DATE(EVT-IDX)
                AND E-WHO(EVT-NXT) = E-WHO(EVT-IDX)
                AND E-TYPE(EVT-NXT) = E-TYPE(EVT-IDX)
                AND REN-CNT < 200
                    ADD 1 TO REN-CNT
                    MOVE E-NAME(EVT-IDX) TO REN-OLD(REN-CNT)
                    MOVE E-NAME(EVT-NXT) TO REN-NEW(REN-CNT)
                    MOVE E-TYPE(EVT-IDX) TO REN-TYPE(REN-CNT)
                    MOVE E-DATE(EVT-IDX) TO REN-DATE(REN-CNT)
                    MOVE E-WHO(EVT-IDX) TO REN-OPER(REN-CNT)
                    MOVE "Y" TO Q-REN(Q-HIT)
                    MOVE E-NAME(EVT-NXT) TO KEY-NAME
                    PERFORM 5200-QFIND
                    IF Q-HIT > 0
                        MOVE "Y" TO Q-REN(Q-HIT)
                    END-IF
      * 新名那筆已配對，不再當舊名起算
                    MOVE EVT-NXT TO EVT-IDX
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 報表表頭
      *-----------------------------------------------------------
        7000-HEADER.
            MOVE SPACES TO RPT-REC.
            IF DIFF-MODE
                STRING "MWREGASOF - REGISTRY TOPOLOGY DIFF "
                       FROM-DATE " -> " TO-DATE
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
            ELSE
                STRING "MWREGASOF - REGISTRY AS OF " ASOF-DATE
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
            END-IF.
            PERFORM 7900-RPTWRITE.

            MOVE SRC-CNT TO CNT-DISP.
            MOVE EVT-CNT TO CNT-DISP2.
            MOVE SRC-SKIP TO NUM-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "JOURNAL FILES :" CNT-DISP
                   "   RECORDS REPLAYED :" CNT-DISP2
                   "   CARRIED-OVER SKIPPED :" NUM-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            PERFORM VARYING SRC-IDX FROM 1 BY 1
                    UNTIL SRC-IDX > SRC-CNT
                MOVE SPACES TO RPT-REC
                STRING "  " SRC-NAME(SRC-IDX)(1:60)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-PERFORM.
            IF EVT-FULL
                MOVE SPACES TO RPT-REC
                STRING "WARNING: JOURNAL TABLE FULL (9000 RECORDS),"
                       " LATER HISTORY NOT REPLAYED"
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            IF Q-FULL > 0
                MOVE Q-FULL TO CNT-DISP
                MOVE SPACES TO RPT-REC
                STRING "WARNING: QUE TABLE FULL, RECORDS SKIPPED :"
                       CNT-DISP DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
            END-IF.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

      *-----------------------------------------------------------
      * 指定日現況
      *-----------------------------------------------------------
        7200-ASOFRPT.
            MOVE SPACES TO RPT-REC.
            STRING "QUE NAME                         TYPE        MAX"
                   "       SIZE MODE P OWNER            CLASS"
                   "        CREATED"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE 1 TO ST-IX.
            PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > Q-CNT
                IF S-LIVE(Q-IDX, 1) = "Y"
                    ADD 1 TO LIVE-CNT
                    MOVE S-MAX(Q-IDX, 1) TO NUM-DISP
                    MOVE S-SIZE(Q-IDX, 1) TO NUM-DISP2
                    MOVE S-MODE(Q-IDX, 1) TO OCT-IN
                    PERFORM 7450-OCTAL
                    MOVE SPACES TO RPT-REC
                    STRING Q-NAME(Q-IDX)(1:32) " " Q-TYPE(Q-IDX)
                           " " NUM-DISP " " NUM-DISP2 " " OCT-TXT
                           " " S-PROD(Q-IDX, 1) " "
                           S-OWNER(Q-IDX, 1)(1:16) " "
                           S-CLASS(Q-IDX, 1) " " S-CDATE(Q-IDX, 1)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                END-IF
            END-PERFORM.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE LIVE-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "QUES EXISTING ON " ASOF-DATE " :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

      * 權限十進位值轉八進位顯示(未調整過者顯示 -)
        7450-OCTAL.
            IF OCT-IN = 0
                MOVE "   -" TO OCT-TXT
            ELSE
                DIVIDE OCT-IN BY 64 GIVING OCT-D1 REMAINDER OCT-REM
                DIVIDE OCT-REM BY 8 GIVING OCT-D2 REMAINDER OCT-D3
                MOVE SPACES TO OCT-TXT
                STRING "0" OCT-D1 OCT-D2 OCT-D3
                       DELIMITED BY SIZE INTO OCT-TXT
                END-STRING
            END-IF.

      *-----------------------------------------------------------
      * 兩日差異
      *-----------------------------------------------------------
        7500-DIFFRPT.
            MOVE SPACES TO RPT-REC.
            STRING "CHANGE     QUE NAME                         TYPE "
                   " DATE     OPERATOR         DETAIL"
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

            PERFORM VARYING REN-IDX FROM 1 BY 1
                    UNTIL REN-IDX > REN-CNT
                MOVE "RENAMED" TO KIND-TXT
                MOVE REN-OLD(REN-IDX) TO KEY-NAME
                MOVE REN-TYPE(REN-IDX) TO KEY-TYPE
                MOVE REN-DATE(REN-IDX) TO LN-DATE
                MOVE REN-OPER(REN-IDX) TO LN-OPER
                MOVE SPACES TO DET-TXT
                STRING "-> " REN-NEW(REN-IDX)(1:50)
                       DELIMITED BY SIZE INTO DET-TXT
                END-STRING
                PERFORM 7800-DIFFLINE
            END-PERFORM.

            PERFORM VARYING Q-IDX FROM 1 BY 1 UNTIL Q-IDX > Q-CNT
                PERFORM 7600-DIFFQUE
            END-PERFORM.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE CHG-CNT TO CNT-DISP.
            MOVE SPACES TO RPT-REC.
            STRING "TOPOLOGY CHANGES " FROM-DATE " -> " TO-DATE
                   " :" CNT-DISP
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7600-DIFFQUE.
            MOVE Q-NAME(Q-IDX) TO KEY-NAME.
            MOVE Q-TYPE(Q-IDX) TO KEY-TYPE.

      * 更名兩端已於 RENAMED 列示
            IF Q-REN(Q-IDX) = "Y"
                CONTINUE
            ELSE
                IF S-LIVE(Q-IDX, 1) NOT = "Y"
                AND S-LIVE(Q-IDX, 2) = "Y"
                    MOVE "CREATED" TO KIND-TXT
                    MOVE S-CDATE(Q-IDX, 2) TO LN-DATE
                    MOVE S-COPER(Q-IDX, 2) TO LN-OPER
                    MOVE S-MAX(Q-IDX, 2) TO NUM-DISP
                    MOVE S-SIZE(Q-IDX, 2) TO NUM-DISP2
                    MOVE SPACES TO DET-TXT
                    STRING "MAX" NUM-DISP " SIZE" NUM-DISP2
                           " PROD " S-PROD(Q-IDX, 2)
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
                IF S-LIVE(Q-IDX, 1) = "Y"
                AND S-LIVE(Q-IDX, 2) NOT = "Y"
                    MOVE "REMOVED" TO KIND-TXT
                    MOVE S-RDATE(Q-IDX, 2) TO LN-DATE
                    MOVE S-ROPER(Q-IDX, 2) TO LN-OPER
                    MOVE SPACES TO DET-TXT
                    STRING "OWNER " S-OWNER(Q-IDX, 1)
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
            END-IF.

            IF S-LIVE(Q-IDX, 1) = "Y" AND S-LIVE(Q-IDX, 2) = "Y"
                IF S-MAX(Q-IDX, 1) NOT = S-MAX(Q-IDX, 2)
                OR S-SIZE(Q-IDX, 1) NOT = S-SIZE(Q-IDX, 2)
                    MOVE "RESIZED" TO KIND-TXT
                    MOVE S-CDATE(Q-IDX, 2) TO LN-DATE
                    MOVE S-COPER(Q-IDX, 2) TO LN-OPER
                    MOVE S-MAX(Q-IDX, 1) TO CNT-DISP
                    MOVE S-SIZE(Q-IDX, 1) TO NUM-DISP
                    MOVE S-MAX(Q-IDX, 2) TO CNT-DISP2
                    MOVE S-SIZE(Q-IDX, 2) TO NUM-DISP2
                    MOVE SPACES TO DET-TXT
                    STRING FUNCTION TRIM(CNT-DISP) "/"
                           FUNCTION TRIM(NUM-DISP) " -> "
                           FUNCTION TRIM(CNT-DISP2) "/"
                           FUNCTION TRIM(NUM-DISP2)
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
                IF S-MODE(Q-IDX, 1) NOT = S-MODE(Q-IDX, 2)
                    MOVE "REPERM" TO KIND-TXT
                    MOVE S-MDATE(Q-IDX, 2) TO LN-DATE
                    MOVE S-MOPER(Q-IDX, 2) TO LN-OPER
                    IF LN-DATE = SPACES
                        MOVE S-CDATE(Q-IDX, 2) TO LN-DATE
                        MOVE S-COPER(Q-IDX, 2) TO LN-OPER
                    END-IF
                    MOVE S-MODE(Q-IDX, 1) TO OCT-IN
                    PERFORM 7450-OCTAL
                    MOVE OCT-TXT TO MODE-TXT
                    MOVE S-MODE(Q-IDX, 2) TO OCT-IN
                    PERFORM 7450-OCTAL
                    MOVE OCT-TXT TO MODE-TXT2
                    MOVE SPACES TO DET-TXT
                    STRING "MODE " MODE-TXT " -> " MODE-TXT2
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
                IF S-CLASS(Q-IDX, 1) NOT = S-CLASS(Q-IDX, 2)
                    MOVE "RECLASSED" TO KIND-TXT
                    PERFORM 7650-UPDWHEN
                    MOVE SPACES TO DET-TXT
                    STRING "CLASS " S-CLASS(Q-IDX, 1) " -> "
                           S-CLASS(Q-IDX, 2)
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
                IF S-PROD(Q-IDX, 1) NOT = S-PROD(Q-IDX, 2)
                    MOVE "PRODFLAG" TO KIND-TXT
                    PERFORM 7650-UPDWHEN
                    MOVE SPACES TO DET-TXT
                    STRING "PROD " S-PROD(Q-IDX, 1) " -> "
                           S-PROD(Q-IDX, 2)
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
                IF S-OWNER(Q-IDX, 1) NOT = S-OWNER(Q-IDX, 2)
                    MOVE "OWNER" TO KIND-TXT
                    MOVE S-ODATE(Q-IDX, 2) TO LN-DATE
                    MOVE S-OOPER(Q-IDX, 2) TO LN-OPER
                    IF LN-DATE = SPACES
                    OR S-CDATE(Q-IDX, 2) > LN-DATE
                        MOVE S-CDATE(Q-IDX, 2) TO LN-DATE
                        MOVE S-COPER(Q-IDX, 2) TO LN-OPER
                    END-IF
                    MOVE SPACES TO DET-TXT
                    STRING FUNCTION TRIM(S-OWNER(Q-IDX, 1)) " -> "
                           FUNCTION TRIM(S-OWNER(Q-IDX, 2))
                           DELIMITED BY SIZE INTO DET-TXT
                    END-STRING
                    PERFORM 7800-DIFFLINE
                END-IF
            END-IF.

      * 等級/PROD 變更：屬性維護(UPDATE)晚於建立即取其日期與異動人
        7650-UPDWHEN.
            MOVE S-CDATE(Q-IDX, 2) TO LN-DATE.
            MOVE S-COPER(Q-IDX, 2) TO LN-OPER.
            IF S-UDATE(Q-IDX, 2) NOT = SPACES
            AND S-UDATE(Q-IDX, 2) NOT < S-CDATE(Q-IDX, 2)
                MOVE S-UDATE(Q-IDX, 2) TO LN-DATE
                MOVE S-UOPER(Q-IDX, 2) TO LN-OPER
            END-IF.

        7800-DIFFLINE.
            ADD 1 TO CHG-CNT.
            MOVE SPACES TO RPT-REC.
            STRING KIND-TXT " " KEY-NAME(1:32) " " KEY-TYPE " "
                   LN-DATE " " LN-OPER(1:16) " " DET-TXT
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:130).

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 選擇性參數 : -asof d | -from d [-to d] , -o report_file
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                                PERFORM 2600-PARMVAL
                            ELSE
                                IF PARAM NOT = SPACES
                                    PERFORM 2500-SETPARAM
                                END-IF
                            END-IF
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF ASOF-DATE NOT = SPACES AND FROM-DATE NOT = SPACES
                GO TO 3000-PERR
            END-IF.
            IF TO-DATE NOT = SPACES AND FROM-DATE = SPACES
                GO TO 3000-PERR
            END-IF.
            IF FROM-DATE NOT = SPACES AND TO-DATE NOT = SPACES
            AND FROM-DATE > TO-DATE
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-asof"     MOVE PARAM TO PARAM-PREV
                WHEN "-from"     MOVE PARAM TO PARAM-PREV
                WHEN "-to"       MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARMVAL
            END-EVALUATE.

        2600-PARMVAL.
            EVALUATE PARAM-PREV
                WHEN "-asof"
                    IF PARAM(1:8) NOT NUMERIC
                    OR PARAM(9:1) NOT = SPACE
                        GO TO 3000-PERR
                    END-IF
                    MOVE PARAM(1:8) TO ASOF-DATE
                WHEN "-from"
                    IF PARAM(1:8) NOT NUMERIC
                    OR PARAM(9:1) NOT = SPACE
                        GO TO 3000-PERR
                    END-IF
                    MOVE PARAM(1:8) TO FROM-DATE
                WHEN "-to"
                    IF PARAM(1:8) NOT NUMERIC
                    OR PARAM(9:1) NOT = SPACE
                        GO TO 3000-PERR
                    END-IF
                    MOVE PARAM(1:8) TO TO-DATE
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            MOVE SPACES TO PARAM-PREV.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWREGASOF - Registry Point-In-Time View / Diff".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWREGASOF [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-asof yyyymmdd]   Registry As Of Date,".
            DISPLAY "                     default today".
            DISPLAY "  [-from yyyymmdd]   Diff From Date".
            DISPLAY "  [-to yyyymmdd]     Diff To Date, default today".
            DISPLAY "  [-o report_file]   Report(Default".
            DISPLAY "                     MWREGASOFOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            DISPLAY "  Replays QUEREG_yyyymmdd.HIS Archives Then".
            DISPLAY "  The Current QUEREG".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWREGASOF.
