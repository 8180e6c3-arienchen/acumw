      */--------------------------------------------------------------
      * MWREDRIVE.CBL
      * 死信自動回送常駐程式：依原因/QUE 政策定期重送死信檔訊息
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 死信檔(MWDLQF)多數是暫時性失敗(如 09:01 目的 QUE 滿，
      *    MWCAST/MWMOVE 寄存)，十分鐘後即可回送，過去須有人手動
      *    執行 MWDLQ -requeue；本程式常駐依 -r 政策檔定期回送
      * 2. 政策檔一行一條(欄位以 | 分隔，* 開頭為註解)，由上而下
      *    第一條符合者生效，無符合政策的訊息不動(留待人工)：
      *      REASON|QUEPAT|retry_min|max_try|giveup[|depth]
      *      REASON|QUEPAT|NEVER
      *    REASON 為死信原因開頭樣式、QUEPAT 為原目的 QUE NAME
      *    開頭樣式，* 為萬用(結尾 * 可省略)；retry_min 兩次嘗試
      *    間隔分鐘(首次自寄存時點起算)；max_try 嘗試上限；giveup
      *    為用盡後處置 KEEP(留在死信檔，停止重送)/DISCARD(銷毀
      *    並記操作軌跡)；depth 為目的 QUE 深度上限，深度未低於
      *    上限不送(空白或 0 時 POSIX 以 QUE 容量為上限，SYS/V
      *    不檢查)；NEVER 表示該類永不自動回送
      * 3. 格式類永久失敗絕不自動回送，不受政策檔影響：BAD FORMAT
      *    /EMPTY BODY/BODY TOO LONG/GROUP MIXED QUE(MWSPOOL 退件)
      *    、MWSPOOL 格式規則退件、MWXFORM 轉換規則失敗、NO ROUTE
      *    、NO STUB RESPONSE、INCOMPLETE GROUP/GROUP TABLE FULL
      * 4. 每筆嘗試次數/最後嘗試時點記於 -s 狀態檔(預設 MWRDVST，
      *    以寄存時點+程式+TYPE+QUE+長度+同鍵序次識別)；深度未降
      *    或送出失敗皆計一次嘗試；用盡即經告警路由表(MWALERTR，
      *    嚴重度 ESCALATE)升級，查無路由沿用 -alert(呼叫方式:
      *    alert_cmd que tries)
      * 5. 回送成功/銷毀者自死信檔移除：比照 MWDLQ 寫暫存檔後
      *    mv -f 換檔，本輪載入後他程式新寄存的檔尾訊息原樣照抄
      *    ；本程式執行中請勿同時以 MWDLQ -requeue/-discard 重寫
      * 6. -i interval_sec 常駐輪詢(預設 60 秒)，-cycles cnt 限制
      *    輪數；單一實例鎖/停止請求同其他常駐程式(SVCPD)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     升級告警先查維護停告行事曆(MWMAINT)：QUE 在維護窗口內
      *     不呼叫值班，改記停告紀錄(MWMAINTSUP)與嚴重度 M 事件
      * 2026-10-15 ARIEN
      *     死信檔落地加密：載入/檔尾照抄經 1962-DLQOPEN 解密讀取
      *     (檔尾解不開即報錯不換檔)，重寫換檔後 1964-DLQSEAL 加密
      * 2026-10-15 ARIEN
      *     維護窗口內停告的放棄升級不再標 E(DISCARD 亦暫不銷毀)，窗口
      *     結束後下一輪即升級呼叫值班
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWREDRIVE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY "DLQSL.DEF".
      * 重寫暫存檔(寫妥後 mv -f 蓋過正式檔)
            SELECT DLQ-TMP-FILE ASSIGN TO DLQ-TMP-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DLQ-TMP-STAT.
      * -r 回送政策檔，一行一條
            SELECT MWREDRIVE-POL-FILE ASSIGN TO POL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS POL-FILE-STAT.
      * -s 嘗試次數狀態檔(每輪整檔重寫)
            SELECT MWREDRIVE-ST-FILE ASSIGN TO ST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FILE-STAT.
            COPY "ALRTSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "DLQFD.DEF".

        FD  DLQ-TMP-FILE
            RECORD IS VARYING IN SIZE FROM 142 TO 10381
            DEPENDING ON DLQ-TMP-RLEN.
        01  DLQ-TMP-REC         PIC X(10381).

        FD  MWREDRIVE-POL-FILE.
        01  POL-REC                 PIC X(200).

      * 狀態紀錄：識別鍵 + 嘗試次數 + 最後嘗試時點 + 旗標
      * (E = 已升級停止重送)
        FD  MWREDRIVE-ST-FILE.
        01  ST-REC.
            05  STR-KEY             PIC X(107).
            05  FILLER              PIC X.
            05  STR-TRY             PIC 9(4).
            05  FILLER              PIC X.
            05  STR-LDATE           PIC X(8).
            05  FILLER              PIC X.
            05  STR-LTIME           PIC X(8).
            05  FILLER              PIC X.
            05  STR-FLAG            PIC X.
        COPY "ALRTFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "DLQWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "MNTWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
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

        77  POL-FILE-STAT       PIC XX.
            88 POL-EOF          VALUE "10".
        01  POL-FILE-NAME       PIC X(256) VALUE SPACES.
        77  ST-FILE-STAT        PIC XX.
            88 ST-EOF           VALUE "10".
        01  ST-FILE-NAME        PIC X(256) VALUE "MWRDVST".

      * 回送政策表，由上而下第一條符合者生效
        01  POL-TAB.
            05  POL-ENT OCCURS 50 TIMES.
                10  P-REASON    PIC X(20).
                10  P-RLEN      SIGNED-INT.
                10  P-QUE       PIC X(64).
                10  P-QLEN      SIGNED-INT.
                10  P-NEVER     PIC X.
                10  P-INTV      SIGNED-INT.
                10  P-MAX       SIGNED-INT.
                10  P-GIVEUP    PIC X(8).
                10  P-DEPTH     SIGNED-INT.
        77  POL-CNT             SIGNED-INT VALUE 0.
        77  POL-IDX             SIGNED-INT VALUE 0.
        77  POL-HIT             SIGNED-INT VALUE 0.

      * 政策行拆解
        01  PL-REASON           PIC X(24).
        01  PL-QUE              PIC X(70).
        01  PL-INTV             PIC X(10).
        01  PL-MAX              PIC X(10).
        01  PL-GIVEUP           PIC X(10).
        01  PL-DEPTH            PIC X(10).
        77  PL-UPTR             PIC 9(3).

      * 嘗試次數狀態表
        01  ST-TAB.
            05  ST-ENT OCCURS 1000 TIMES.
                10  S-KEY       PIC X(107).
                10  S-TRY       SIGNED-INT.
                10  S-LDATE     PIC X(8).
                10  S-LTIME     PIC X(8).
                10  S-FLAG      PIC X.
                10  S-SEEN      PIC X.
        77  ST-CNT              SIGNED-INT VALUE 0.
        77  ST-IDX              SIGNED-INT VALUE 0.
        77  ST-HIT              SIGNED-INT VALUE 0.

      * 死信檔載入表
        01  DLQ-TAB.
            05  DLQ-ENT OCCURS 500 TIMES.
                10  E-DATE      PIC X(8).
                10  E-TIME      PIC X(8).
                10  E-PGM       PIC X(8).
                10  E-REASON    PIC X(20).
                10  E-TYPE      PIC X(5).
                10  E-QUE       PIC X(64).
                10  E-PRIOR     SIGNED-LONG.
                10  E-LEN       SIGNED-INT.
                10  E-BODY      PIC X(10240).
                10  E-KEY       PIC X(107).
                10  E-GONE      PIC X.
        77  ENT-CNT             SIGNED-INT VALUE 0.
        77  ENT-IDX             SIGNED-INT VALUE 0.
        77  ENT-IDX2            SIGNED-INT VALUE 0.
        77  LOAD-SEEN-CNT       SIGNED-INT VALUE 0.
        77  FULL-SKIP-CNT       SIGNED-INT VALUE 0.
        77  DLQ-TMP-STAT        PIC XX.
        77  DLQ-TMP-RLEN        PIC 9(5) VALUE 0.
        01  DLQ-LIVE-NAME       PIC X(256) VALUE SPACES.
        01  DLQ-TMP-NAME        PIC X(256) VALUE SPACES.
        01  DLQ-MV-CMD          PIC X(540) VALUE SPACES.
        77  TAIL-SEEN-CNT       SIGNED-INT VALUE 0.
        77  TAIL-COPY-CNT       SIGNED-INT VALUE 0.

      * 識別鍵：寄存時點+程式+TYPE+QUE+長度+同鍵序次
        01  KEY-WORK.
            05  KW-DATE         PIC X(8).
            05  KW-TIME         PIC X(8).
            05  KW-PGM          PIC X(8).
            05  KW-TYPE         PIC X(5).
            05  KW-QUE          PIC X(64).
            05  KW-LEN          PIC 9(10).
            05  KW-ORD          PIC 9(4).
        77  KEY-ORD             SIGNED-INT VALUE 0.

        77  PERM-SW             PIC X VALUE SPACE.
            88 PERM-FAIL        VALUE 'Y'.
        77  DEPTH-OK-SW         PIC X VALUE SPACE.
            88 DEPTH-OK         VALUE 'Y'.
        77  DEST-CNT            SIGNED-INT VALUE 0.
        77  DEST-MAX            SIGNED-INT VALUE 0.

      * 時點換算(分鐘)
        77  NOW-DATE            PIC X(8).
        77  NOW-TIME            PIC X(8).
        77  NOW-DATE-NUM        PIC 9(8).
        77  NOW-INT             SIGNED-LONG VALUE 0.
        77  NOW-MINUTES         SIGNED-LONG VALUE 0.
        77  BASE-DATE-NUM       PIC 9(8).
        77  BASE-INT            SIGNED-LONG VALUE 0.
        77  BASE-MINUTES        SIGNED-LONG VALUE 0.
        77  AGE-MIN             SIGNED-LONG VALUE 0.

        77  INTERVAL-SEC        SIGNED-INT VALUE 60.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  CYCLE-MAX           SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  RDV-DONE-SW         PIC X VALUE SPACE.
            88 RDV-DONE         VALUE 'Y'.

      * 本輪/累計計數
        77  CYC-RQ-CNT          SIGNED-LONG VALUE 0.
        77  CYC-DSC-CNT         SIGNED-LONG VALUE 0.
        77  CYC-GONE-CNT        SIGNED-LONG VALUE 0.
        77  RQ-OK-CNT           SIGNED-LONG VALUE 0.
        77  RQ-FAIL-CNT         SIGNED-LONG VALUE 0.
        77  ESC-CNT             SIGNED-LONG VALUE 0.
        77  DSC-CNT             SIGNED-LONG VALUE 0.
        77  PERM-CNT            SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  TRY-DISP            PIC -(5)9.

      * 用盡升級告警
        77  ALERT-CMD           PIC X(200) VALUE SPACES.
        77  ALERT-CMD-LINE      PIC X(256) VALUE SPACES.
        77  ALERT-RC            SIGNED-INT VALUE 0.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
        77  FIRE-TOKEN          PIC X(80)  VALUE SPACES.

        01  MSG-ID              SIGNED-INT VALUE 0.
        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

        01  MQ-DATA.
            05  MQ-LEN          SIGNED-INT.
            05  MQ-PRIOR        SIGNED-INT VALUE 1.
            05  MQ-BODY         PIC X(10240).

        01  MSG-DATA.
            05  MSG-LEN         SIGNED-INT.
            05  MSG-TYPE        SIGNED-LONG VALUE 1.
            05  MSG-BODY        PIC X(10240).

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

      * 單一實例鎖：已有實例即拒絕啟動
            MOVE "MWREDRIVE" TO SVC-NAME.
            PERFORM 1500-SVCSTART THRU 1500-EXIT.
            IF SVC-DUP
                DISPLAY "ANOTHER INSTANCE HOLDS "
                        SVC-LOCK-NAME(1:20) " - START REFUSED"
                DISPLAY "(USE MWSVC -clear IF IT IS A STALE LOCK)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4000-POLLOAD.

            IF POL-CNT = 0
                DISPLAY "NO USABLE POLICY IN " POL-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            PERFORM 4300-STLOAD THRU 4300-EXIT.

            PERFORM TEST BEFORE UNTIL RDV-DONE
                PERFORM 5000-CYCLE
                PERFORM 5900-CYCLECHK
            END-PERFORM.

            DISPLAY "-----------------------------------------------".
            MOVE RQ-OK-CNT TO CNT-DISP.
            DISPLAY "REQUEUED           : " CNT-DISP.
            MOVE RQ-FAIL-CNT TO CNT-DISP.
            DISPLAY "FAILED ATTEMPTS    : " CNT-DISP.
            MOVE ESC-CNT TO CNT-DISP.
            DISPLAY "ESCALATED          : " CNT-DISP.
            MOVE DSC-CNT TO CNT-DISP.
            DISPLAY "DISCARDED ON GIVEUP: " CNT-DISP.
            MOVE PERM-CNT TO CNT-DISP.
            DISPLAY "PERMANENT (SKIPPED): " CNT-DISP.

            IF ESC-CNT > 0
                MOVE MWRC-WARN TO RETURN-CODE
            ELSE
                MOVE MWRC-OK TO RETURN-CODE
            END-IF.

        0000-EXIT.
            PERFORM 1590-SVCEND.
            IF NOT QUIET-ON
                DISPLAY "PRESS <ENTER> TO EXIT"
                ACCEPT OMITTED
            END-IF.
            STOP RUN.

      *-----------------------------------------------------------
      * 載入回送政策檔
      *-----------------------------------------------------------
        4000-POLLOAD.
            OPEN INPUT MWREDRIVE-POL-FILE.
            IF POL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN POLICY FILE : " POL-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL POL-EOF
                READ MWREDRIVE-POL-FILE
                    AT END
                        MOVE "10" TO POL-FILE-STAT
                    NOT AT END
                        PERFORM 4100-POLONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE MWREDRIVE-POL-FILE.

        4100-POLONE.
            IF POL-REC = SPACES
            OR (POL-REC(1:1) = "*" AND POL-REC(2:1) NOT = "|")
                GO TO 4100-EXIT
            END-IF.

            IF POL-CNT >= 50
                DISPLAY "POLICY TABLE FULL, LINE SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO PL-REASON.
            MOVE SPACES TO PL-QUE.
            MOVE SPACES TO PL-INTV.
            MOVE SPACES TO PL-MAX.
            MOVE SPACES TO PL-GIVEUP.
            MOVE SPACES TO PL-DEPTH.
            MOVE 1 TO PL-UPTR.
            UNSTRING POL-REC DELIMITED BY "|"
                INTO PL-REASON, PL-QUE, PL-INTV, PL-MAX,
                     PL-GIVEUP, PL-DEPTH
                POINTER PL-UPTR
            END-UNSTRING.

            IF PL-REASON = SPACES OR PL-QUE = SPACES
            OR PL-INTV = SPACES
                DISPLAY "BAD POLICY SKIPPED : " POL-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

            COMPUTE POL-IDX = POL-CNT + 1.
            MOVE SPACES TO P-REASON(POL-IDX).
            MOVE SPACES TO P-QUE(POL-IDX).
            MOVE SPACE TO P-NEVER(POL-IDX).
            MOVE 0 TO P-INTV(POL-IDX).
            MOVE 0 TO P-MAX(POL-IDX).
            MOVE "KEEP" TO P-GIVEUP(POL-IDX).
            MOVE 0 TO P-DEPTH(POL-IDX).

      * 樣式：* 萬用以長度 0 表示，結尾 * 去除後比對開頭
            MOVE FUNCTION TRIM(PL-REASON) TO P-REASON(POL-IDX).
            COMPUTE P-RLEN(POL-IDX) = FUNCTION LENGTH(
                    FUNCTION TRIM(P-REASON(POL-IDX))).
            IF P-REASON(POL-IDX)(P-RLEN(POL-IDX):1) = "*"
                SUBTRACT 1 FROM P-RLEN(POL-IDX)
            END-IF.
            MOVE FUNCTION TRIM(PL-QUE) TO P-QUE(POL-IDX).
            COMPUTE P-QLEN(POL-IDX) = FUNCTION LENGTH(
                    FUNCTION TRIM(P-QUE(POL-IDX))).
            IF P-QUE(POL-IDX)(P-QLEN(POL-IDX):1) = "*"
                SUBTRACT 1 FROM P-QLEN(POL-IDX)
            END-IF.

            IF FUNCTION UPPER-CASE(FUNCTION TRIM(PL-INTV)) = "NEVER"
                MOVE "Y" TO P-NEVER(POL-IDX)
            ELSE
                COMPUTE P-INTV(POL-IDX) = FUNCTION NUMVAL(PL-INTV)
                COMPUTE P-MAX(POL-IDX) = FUNCTION NUMVAL(PL-MAX)
                IF PL-GIVEUP NOT = SPACES
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PL-GIVEUP))
                        TO P-GIVEUP(POL-IDX)
                END-IF
                IF PL-DEPTH NOT = SPACES
                    COMPUTE P-DEPTH(POL-IDX) =
                            FUNCTION NUMVAL(PL-DEPTH)
                END-IF
                IF P-INTV(POL-IDX) < 1 OR P-MAX(POL-IDX) < 1
                OR P-MAX(POL-IDX) > 9999 OR P-DEPTH(POL-IDX) < 0
                OR (P-GIVEUP(POL-IDX) NOT = "KEEP"
                    AND P-GIVEUP(POL-IDX) NOT = "DISCARD")
                    DISPLAY "BAD POLICY SKIPPED : " POL-REC(1:60)
                    GO TO 4100-EXIT
                END-IF
            END-IF.

            MOVE POL-IDX TO POL-CNT.

        4100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 載入嘗試次數狀態檔(首次啟動無檔視同空表)
      *-----------------------------------------------------------
        4300-STLOAD.
            MOVE 0 TO ST-CNT.
            MOVE SPACES TO ST-FILE-STAT.
            OPEN INPUT MWREDRIVE-ST-FILE.
            IF ST-FILE-STAT NOT = "00"
                GO TO 4300-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL ST-EOF
                READ MWREDRIVE-ST-FILE
                    AT END
                        MOVE "10" TO ST-FILE-STAT
                    NOT AT END
                        IF ST-REC NOT = SPACES AND ST-CNT < 1000
                            ADD 1 TO ST-CNT
                            MOVE STR-KEY TO S-KEY(ST-CNT)
                            MOVE STR-TRY TO S-TRY(ST-CNT)
                            MOVE STR-LDATE TO S-LDATE(ST-CNT)
                            MOVE STR-LTIME TO S-LTIME(ST-CNT)
                            MOVE STR-FLAG TO S-FLAG(ST-CNT)
                            MOVE SPACE TO S-SEEN(ST-CNT)
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE MWREDRIVE-ST-FILE.

        4300-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 載入死信檔；超過表格容量的訊息本輪不處理，重寫時照抄
      *-----------------------------------------------------------
        4400-DLQLOAD.
            MOVE 0 TO ENT-CNT.
            MOVE 0 TO LOAD-SEEN-CNT.
            MOVE 0 TO FULL-SKIP-CNT.
            MOVE SPACES TO DLQ-FILE-STAT.

            PERFORM 1962-DLQOPEN.
            IF DLQ-FILE-STAT NOT = "00"
                GO TO 4400-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL DLQ-EOF
                READ DEAD-LETTER-FILE
                    AT END
                        MOVE "10" TO DLQ-FILE-STAT
                    NOT AT END
                        PERFORM 4500-LOADONE
                END-READ
            END-PERFORM.

            PERFORM 1963-DLQCLOSE.

            IF FULL-SKIP-CNT > 0
                MOVE FULL-SKIP-CNT TO CNT-DISP
                DISPLAY "TABLE FULL, " CNT-DISP
                        " ENTRIES LEFT FOR LATER CYCLES"
            END-IF.

        4400-EXIT.
            CONTINUE.

        4500-LOADONE.
            IF DLQ-REC = SPACES
                CONTINUE
            ELSE
                ADD 1 TO LOAD-SEEN-CNT
                IF ENT-CNT >= 500
                    COMPUTE FULL-SKIP-CNT = FULL-SKIP-CNT + 1
                ELSE
                    COMPUTE ENT-CNT = ENT-CNT + 1
                    MOVE DLQ-DATE TO E-DATE(ENT-CNT)
                    MOVE DLQ-TIME TO E-TIME(ENT-CNT)
                    MOVE DLQ-PGM TO E-PGM(ENT-CNT)
                    MOVE DLQ-REASON TO E-REASON(ENT-CNT)
                    MOVE DLQ-TYPE TO E-TYPE(ENT-CNT)
                    MOVE DLQ-QUE TO E-QUE(ENT-CNT)
                    COMPUTE E-PRIOR(ENT-CNT) =
                            FUNCTION NUMVAL(DLQ-PRIOR)
                    COMPUTE E-LEN(ENT-CNT) =
                            FUNCTION NUMVAL(DLQ-LEN)
                    MOVE DLQ-BODY TO E-BODY(ENT-CNT)
                    MOVE SPACE TO E-GONE(ENT-CNT)
                    PERFORM 4550-KEYBUILD
                END-IF
            END-IF.

      * 識別鍵；同鍵者(同一時點同程式同 QUE 同長度)以序次區分
        4550-KEYBUILD.
            MOVE 1 TO KEY-ORD.
            PERFORM VARYING ENT-IDX2 FROM 1 BY 1
                    UNTIL ENT-IDX2 >= ENT-CNT
                IF E-DATE(ENT-IDX2) = E-DATE(ENT-CNT)
                AND E-TIME(ENT-IDX2) = E-TIME(ENT-CNT)
                AND E-PGM(ENT-IDX2) = E-PGM(ENT-CNT)
                AND E-TYPE(ENT-IDX2) = E-TYPE(ENT-CNT)
                AND E-QUE(ENT-IDX2) = E-QUE(ENT-CNT)
                AND E-LEN(ENT-IDX2) = E-LEN(ENT-CNT)
                    ADD 1 TO KEY-ORD
                END-IF
            END-PERFORM.
            MOVE E-DATE(ENT-CNT) TO KW-DATE.
            MOVE E-TIME(ENT-CNT) TO KW-TIME.
            MOVE E-PGM(ENT-CNT) TO KW-PGM.
            MOVE E-TYPE(ENT-CNT) TO KW-TYPE.
            MOVE E-QUE(ENT-CNT) TO KW-QUE.
            MOVE E-LEN(ENT-CNT) TO KW-LEN.
            MOVE KEY-ORD TO KW-ORD.
            MOVE KEY-WORK TO E-KEY(ENT-CNT).

      *-----------------------------------------------------------
      * 一輪：載入死信檔，逐筆依政策回送，有移除者重寫死信檔，
      * 最後重寫狀態檔
      *-----------------------------------------------------------
        5000-CYCLE.
            MOVE 0 TO CYC-RQ-CNT.
            MOVE 0 TO CYC-DSC-CNT.
            MOVE 0 TO CYC-GONE-CNT.
            PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT
                MOVE SPACE TO S-SEEN(ST-IDX)
            END-PERFORM.

            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE NOW-DATE-NUM = FUNCTION NUMVAL(NOW-DATE).
            COMPUTE NOW-INT = FUNCTION INTEGER-OF-DATE(NOW-DATE-NUM).
            COMPUTE NOW-MINUTES =
                    FUNCTION NUMVAL(NOW-TIME(1:2)) * 60
                    + FUNCTION NUMVAL(NOW-TIME(3:2)).

            PERFORM 4400-DLQLOAD THRU 4400-EXIT.

            PERFORM VARYING ENT-IDX FROM 1 BY 1
                    UNTIL ENT-IDX > ENT-CNT
                PERFORM 5100-ENTONE THRU 5100-EXIT
            END-PERFORM.

            IF CYC-GONE-CNT > 0
                PERFORM 7000-REWRITE
            END-IF.

            PERFORM 7500-STSAVE.

            IF CYC-RQ-CNT > 0
                MOVE "DLQRDV" TO AUDIT-ACTION
                MOVE "(DLQ)" TO AUDIT-QUE
                MOVE CYC-RQ-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.
            IF CYC-DSC-CNT > 0
                MOVE "DLQDSC" TO AUDIT-ACTION
                MOVE "(DLQ)" TO AUDIT-QUE
                MOVE CYC-DSC-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

      *-----------------------------------------------------------
      * 一筆：永久失敗不送；無政策不動；已升級不再送；到期者
      * 檢查目的深度後回送
      *-----------------------------------------------------------
        5100-ENTONE.
            PERFORM 5200-PERMCHK.
            IF PERM-FAIL
                COMPUTE PERM-CNT = PERM-CNT + 1
                GO TO 5100-EXIT
            END-IF.

            PERFORM 5250-POLFIND.
            IF POL-HIT = 0
                GO TO 5100-EXIT
            END-IF.
            IF P-NEVER(POL-HIT) = "Y"
                GO TO 5100-EXIT
            END-IF.

            PERFORM 5300-STFIND.
            IF ST-HIT > 0
                MOVE "Y" TO S-SEEN(ST-HIT)
                IF S-FLAG(ST-HIT) = "E"
                    GO TO 5100-EXIT
                END-IF
            END-IF.

      * 到期判斷：首次自寄存時點、其後自最後嘗試時點起算
            IF ST-HIT > 0 AND S-TRY(ST-HIT) > 0
                COMPUTE BASE-DATE-NUM = FUNCTION NUMVAL(S-LDATE(ST-HIT))
                COMPUTE BASE-MINUTES =
                        FUNCTION NUMVAL(S-LTIME(ST-HIT)(1:2)) * 60
                        + FUNCTION NUMVAL(S-LTIME(ST-HIT)(3:2))
            ELSE
                COMPUTE BASE-DATE-NUM = FUNCTION NUMVAL(E-DATE(ENT-IDX))
                COMPUTE BASE-MINUTES =
                        FUNCTION NUMVAL(E-TIME(ENT-IDX)(1:2)) * 60
                        + FUNCTION NUMVAL(E-TIME(ENT-IDX)(3:2))
            END-IF.
            IF BASE-DATE-NUM < 19000101
                MOVE NOW-DATE-NUM TO BASE-DATE-NUM
            END-IF.
            COMPUTE BASE-INT = FUNCTION INTEGER-OF-DATE(BASE-DATE-NUM).
            COMPUTE AGE-MIN = (NOW-INT - BASE-INT) * 1440
                            + NOW-MINUTES - BASE-MINUTES.
            IF AGE-MIN < P-INTV(POL-HIT)
                GO TO 5100-EXIT
            END-IF.

            IF ST-HIT = 0
                IF ST-CNT >= 1000
                    DISPLAY "STATE TABLE FULL, ENTRY DEFERRED"
                    GO TO 5100-EXIT
                END-IF
                ADD 1 TO ST-CNT
                MOVE ST-CNT TO ST-HIT
                MOVE E-KEY(ENT-IDX) TO S-KEY(ST-HIT)
                MOVE 0 TO S-TRY(ST-HIT)
                MOVE SPACES TO S-LDATE(ST-HIT)
                MOVE SPACES TO S-LTIME(ST-HIT)
                MOVE SPACE TO S-FLAG(ST-HIT)
                MOVE "Y" TO S-SEEN(ST-HIT)
            END-IF.

            PERFORM 5400-DEPTHCHK.
            IF DEPTH-OK
                PERFORM 5500-REQUEUEONE
            ELSE
                MOVE IPCERR_EAGAIN TO RET-CODE
            END-IF.

            IF RET-CODE = IPCERR_OK
                MOVE "Y" TO E-GONE(ENT-IDX)
                MOVE "D" TO S-FLAG(ST-HIT)
                COMPUTE CYC-GONE-CNT = CYC-GONE-CNT + 1
                COMPUTE CYC-RQ-CNT = CYC-RQ-CNT + 1
                COMPUTE RQ-OK-CNT = RQ-OK-CNT + 1
                DISPLAY "REDRIVEN " E-REASON(ENT-IDX) " -> "
                        E-QUE(ENT-IDX)(1:40)
                GO TO 5100-EXIT
            END-IF.

            ADD 1 TO S-TRY(ST-HIT).
            MOVE NOW-DATE TO S-LDATE(ST-HIT).
            MOVE NOW-TIME TO S-LTIME(ST-HIT).
            COMPUTE RQ-FAIL-CNT = RQ-FAIL-CNT + 1.
            MOVE S-TRY(ST-HIT) TO TRY-DISP.
            IF DEPTH-OK
                DISPLAY "REDRIVE FAILED " E-QUE(ENT-IDX)(1:40)
                        " TRY" TRY-DISP " RET=" RET-CODE
            ELSE
                DISPLAY "REDRIVE DEFERRED " E-QUE(ENT-IDX)(1:40)
                        " TRY" TRY-DISP " (DEPTH)"
            END-IF.

            IF S-TRY(ST-HIT) >= P-MAX(POL-HIT)
                PERFORM 6000-GIVEUP
            END-IF.

        5100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 永久失敗判定：格式/規則類退件重送只會再失敗一次
      *-----------------------------------------------------------
        5200-PERMCHK.
            MOVE SPACE TO PERM-SW.
            EVALUATE E-REASON(ENT-IDX)
                WHEN "BAD FORMAT"
                WHEN "EMPTY BODY"
                WHEN "BODY TOO LONG"
                WHEN "GROUP MIXED QUE"
                WHEN "NO ROUTE"
                WHEN "NO STUB RESPONSE"
                WHEN "INCOMPLETE GROUP"
                WHEN "GROUP TABLE FULL"
                    MOVE "Y" TO PERM-SW
            END-EVALUATE.
      * MWSPOOL 格式規則退件、MWXFORM 轉換規則失敗以規則名為原因
            IF E-PGM(ENT-IDX) = "MWSPOOL"
            AND E-REASON(ENT-IDX) NOT = "SEND FAILED"
            AND E-REASON(ENT-IDX) NOT = "QUE OPEN FAILED"
            AND E-REASON(ENT-IDX) NOT = "GRP MARKER FAILED"
                MOVE "Y" TO PERM-SW
            END-IF.
            IF E-PGM(ENT-IDX) = "MWXFORM"
            AND E-REASON(ENT-IDX) NOT = "XFORM SEND FAILED"
                MOVE "Y" TO PERM-SW
            END-IF.

      * 政策比對：原因開頭與 QUE 開頭皆符合，第一條生效
        5250-POLFIND.
            MOVE 0 TO POL-HIT.
            PERFORM VARYING POL-IDX FROM 1 BY 1
                    UNTIL POL-IDX > POL-CNT OR POL-HIT > 0
                IF (P-RLEN(POL-IDX) = 0
                    OR E-REASON(ENT-IDX)(1:P-RLEN(POL-IDX))
                       = P-REASON(POL-IDX)(1:P-RLEN(POL-IDX)))
                AND (P-QLEN(POL-IDX) = 0
                    OR E-QUE(ENT-IDX)(1:P-QLEN(POL-IDX))
                       = P-QUE(POL-IDX)(1:P-QLEN(POL-IDX)))
                    MOVE POL-IDX TO POL-HIT
                END-IF
            END-PERFORM.

        5300-STFIND.
            MOVE 0 TO ST-HIT.
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > ST-CNT OR ST-HIT > 0
                IF S-KEY(ST-IDX) = E-KEY(ENT-IDX)
                AND S-FLAG(ST-IDX) NOT = "D"
                    MOVE ST-IDX TO ST-HIT
                END-IF
            END-PERFORM.

      *-----------------------------------------------------------
      * 目的深度：低於政策上限才送(POSIX 上限預設為 QUE 容量)
      *-----------------------------------------------------------
        5400-DEPTHCHK.
            MOVE "Y" TO DEPTH-OK-SW.
            MOVE SPACES TO MSG-QUE.
            MOVE E-QUE(ENT-IDX) TO QUE-NAME.
            MOVE 0 TO DEST-CNT.
            MOVE 0 TO DEST-MAX.

            EVALUATE FUNCTION TRIM(E-TYPE(ENT-IDX))
                WHEN "POSIX"
                    CALL 'IPC$MQ' USING
                        BY VALUE        IPC-MQ-STATUS,
                        BY REFERENCE    MSG-QUE,
                        BY REFERENCE    IPC-MQ-ATTR-T
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE IPC-MQATTR-CNT TO DEST-CNT
                        MOVE IPC-MQATTR-MAX TO DEST-MAX
                    END-IF
                WHEN "SYSV"
                    IF P-DEPTH(POL-HIT) > 0
                        CALL 'IPC$MSG' USING
                            BY VALUE        IPC-MSG-STATUS,
                            BY REFERENCE    MSG-QUE,
                            BY REFERENCE    IPC-MSG-ATTR-T
                            GIVING INTO RET-CODE
                        IF RET-CODE = IPCERR_OK
                            MOVE IPC-MSGATTR-MSGCNT TO DEST-CNT
                        END-IF
                    END-IF
            END-EVALUATE.

      * 查不到狀態時不擋，交由送出結果判定
            IF P-DEPTH(POL-HIT) > 0
                IF DEST-CNT >= P-DEPTH(POL-HIT)
                    MOVE SPACE TO DEPTH-OK-SW
                END-IF
            ELSE
                IF DEST-MAX > 0 AND DEST-CNT >= DEST-MAX
                    MOVE SPACE TO DEPTH-OK-SW
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 回送一筆：依原 TYPE/QUE/優先序，非阻塞送出(同 MWDLQ)
      *-----------------------------------------------------------
        5500-REQUEUEONE.
            MOVE IPCERR_OK TO RET-CODE.
            MOVE 0 TO MSG-ID.
            MOVE SPACES TO MSG-QUE.
            MOVE E-QUE(ENT-IDX) TO QUE-NAME.

            EVALUATE FUNCTION TRIM(E-TYPE(ENT-IDX))
                WHEN "POSIX"
                    CALL 'IPC$MQ' USING
                        BY VALUE        IPC-MQ-OPEN,
                        BY REFERENCE    MSG-ID,
                        BY REFERENCE    MSG-QUE,
                        BY VALUE        IPC_NOWAIT,
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE E-LEN(ENT-IDX) TO MQ-LEN
                        MOVE E-PRIOR(ENT-IDX) TO MQ-PRIOR
                        MOVE E-BODY(ENT-IDX) TO MQ-BODY
                        CALL 'IPC$MQ' USING
                            BY VALUE        IPC-MQ-SEND,
                            BY VALUE        MSG-ID,
                            BY REFERENCE    MQ-DATA,
                            GIVING INTO RET-CODE
                    END-IF
                WHEN "SYSV"
                    CALL 'IPC$MSG' USING
                        BY VALUE        IPC-MSG-OPEN,
                        BY REFERENCE    MSG-ID,
                        BY REFERENCE    MSG-QUE,
                        BY VALUE        IPC-BLOCK,
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE E-LEN(ENT-IDX) TO MSG-LEN
                        MOVE E-PRIOR(ENT-IDX) TO MSG-TYPE
                        IF MSG-TYPE < 1
                            MOVE 1 TO MSG-TYPE
                        END-IF
                        MOVE E-BODY(ENT-IDX) TO MSG-BODY
                        CALL 'IPC$MSG' USING
                            BY VALUE        IPC-MSG-SEND,
                            BY VALUE        MSG-ID,
                            BY REFERENCE    MSG-DATA,
                            BY VALUE        IPC_NOWAIT,
                            GIVING INTO RET-CODE
                    END-IF
                WHEN OTHER
                    MOVE -1 TO RET-CODE
            END-EVALUATE.

      *-----------------------------------------------------------
      * 政策用盡：經告警路由表升級；DISCARD 銷毀，KEEP 留在死信
      * 檔停止重送(待人工 MWDLQ 處理)
      *-----------------------------------------------------------
        6000-GIVEUP.
            COMPUTE ESC-CNT = ESC-CNT + 1.
            DISPLAY "REDRIVE GIVEN UP " E-QUE(ENT-IDX)(1:40)
                    " " E-REASON(ENT-IDX) " - ESCALATED".
            PERFORM 7200-ALERT.

      * 維護窗口內升級被停告：不標已升級、DISCARD 亦暫不銷毀，
      * 窗口結束後下一輪再走一次放棄流程即呼叫值班
            IF MNT-ACTIVE
                CONTINUE
            ELSE
                IF P-GIVEUP(POL-HIT) = "DISCARD"
                    MOVE "Y" TO E-GONE(ENT-IDX)
                    MOVE "D" TO S-FLAG(ST-HIT)
                    COMPUTE CYC-GONE-CNT = CYC-GONE-CNT + 1
                    COMPUTE CYC-DSC-CNT = CYC-DSC-CNT + 1
                    COMPUTE DSC-CNT = DSC-CNT + 1
                ELSE
                    MOVE "E" TO S-FLAG(ST-HIT)
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 升級告警：路由表優先(嚴重度 ESCALATE)，查無路由沿用
      * -alert(呼叫方式: alert_cmd que tries)
      *-----------------------------------------------------------
        7200-ALERT.
            MOVE E-QUE(ENT-IDX) TO ALRT-QUE-KEY.
            MOVE E-TYPE(ENT-IDX) TO ALRT-TYPE-KEY.
            MOVE "ESCALATE" TO ALRT-SEV.
            PERFORM 1980-ALERTROUTE THRU 1980-EXIT.
            MOVE ALERT-CMD TO FIRE-CMD.
            IF ALRT-CMD-OUT NOT = SPACES
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.

      * 維護窗口內不呼叫值班，改記停告紀錄與 M 事件
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWREDRIV" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                MOVE S-TRY(ST-HIT) TO TRY-DISP
                MOVE SPACES TO MNT-DETAIL
                STRING "GAVE UP AFTER " DELIMITED BY SIZE
                       FUNCTION TRIM(TRY-DISP) DELIMITED BY SIZE
                       " TRIES" DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                MOVE SPACES TO FIRE-CMD
            END-IF.

            IF FIRE-CMD = SPACES
                IF NOT MNT-ACTIVE
                    DISPLAY "NO ALERT ROUTE FOR "
                            E-QUE(ENT-IDX)(1:40)
                END-IF
            ELSE
                MOVE S-TRY(ST-HIT) TO TRY-DISP
                MOVE SPACES TO ALERT-CMD-LINE
                STRING FUNCTION TRIM(FIRE-CMD) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(E-QUE(ENT-IDX)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(TRY-DISP) DELIMITED BY SIZE
                    INTO ALERT-CMD-LINE
                END-STRING

                CALL "SYSTEM" USING ALERT-CMD-LINE
                MOVE RETURN-CODE TO ALERT-RC

                IF ALERT-RC NOT = 0
                    DISPLAY "ALERT CMD FAILED, RC=" ALERT-RC
                END-IF
                PERFORM 1975-ALERTAUDIT
            END-IF.

        1975-ALERTAUDIT.
            MOVE SPACES TO FIRE-TOKEN.
            UNSTRING FIRE-CMD DELIMITED BY ALL SPACE
                INTO FIRE-TOKEN
            END-UNSTRING.
            MOVE "ALERT" TO AUDIT-ACTION.
            MOVE SPACES TO AUDIT-QUE.
            STRING FUNCTION TRIM(ALRT-QUE-KEY) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   FUNCTION TRIM(FIRE-TOKEN) DELIMITED BY SIZE
                INTO AUDIT-QUE
            END-STRING.
            MOVE 0 TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        COPY "ALRTPD.DEF".

        COPY "MNTPD.DEF".

        COPY "DLQPD.DEF".

      *-----------------------------------------------------------
      * 重寫死信檔：未移除訊息寫入暫存檔，本輪載入筆數之後的檔尾
      * 訊息(表格容量外或載入後他程式新寄存者)原樣照抄，再
      * mv -f 原子換檔
      *-----------------------------------------------------------
        7000-REWRITE.
            DISPLAY "MWDLQF" UPON ENVIRONMENT-NAME.
            ACCEPT DLQ-LIVE-NAME FROM ENVIRONMENT-VALUE.
            IF DLQ-LIVE-NAME = SPACES
                MOVE "MWDLQF" TO DLQ-LIVE-NAME
            END-IF.
            MOVE SPACES TO DLQ-TMP-NAME.
            STRING FUNCTION TRIM(DLQ-LIVE-NAME) DELIMITED BY SIZE
                   ".RDV" DELIMITED BY SIZE
                INTO DLQ-TMP-NAME.

            OPEN OUTPUT DLQ-TMP-FILE.
            IF DLQ-TMP-STAT NOT = "00"
                DISPLAY "CANNOT REWRITE DEAD-LETTER FILE, STATUS "
                        DLQ-TMP-STAT;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM VARYING ENT-IDX FROM 1 BY 1
                    UNTIL ENT-IDX > ENT-CNT
                IF E-GONE(ENT-IDX) NOT = "Y"
                    MOVE SPACES TO DLQ-TMP-REC
                    MOVE SPACES TO DLQ-REC
                    MOVE E-DATE(ENT-IDX) TO DLQ-DATE
                    MOVE E-TIME(ENT-IDX) TO DLQ-TIME
                    MOVE E-PGM(ENT-IDX) TO DLQ-PGM
                    MOVE E-REASON(ENT-IDX) TO DLQ-REASON
                    MOVE E-TYPE(ENT-IDX) TO DLQ-TYPE
                    MOVE E-QUE(ENT-IDX) TO DLQ-QUE
                    MOVE E-PRIOR(ENT-IDX) TO DLQ-PRIOR
                    MOVE E-LEN(ENT-IDX) TO DLQ-LEN
                    MOVE E-BODY(ENT-IDX)(1:E-LEN(ENT-IDX))
                        TO DLQ-BODY
                    MOVE DLQ-REC TO DLQ-TMP-REC
                    COMPUTE DLQ-TMP-RLEN = 141 + E-LEN(ENT-IDX)
                    WRITE DLQ-TMP-REC
                END-IF
            END-PERFORM.

            PERFORM 7100-TAILCOPY THRU 7100-EXIT.

            CLOSE DLQ-TMP-FILE.

            MOVE SPACES TO DLQ-MV-CMD.
            STRING "mv -f " DELIMITED BY SIZE
                   FUNCTION TRIM(DLQ-TMP-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(DLQ-LIVE-NAME) DELIMITED BY SIZE
                INTO DLQ-MV-CMD.
            CALL "SYSTEM" USING DLQ-MV-CMD.
      * 設有 CURRENT 金鑰時換檔後整檔加密
            PERFORM 1964-DLQSEAL.

      *-----------------------------------------------------------
      * 檔尾照抄：重讀原檔，非空白紀錄自本輪已載入筆數之後照抄
      *-----------------------------------------------------------
        7100-TAILCOPY.
            MOVE 0 TO TAIL-SEEN-CNT.
            MOVE 0 TO TAIL-COPY-CNT.
            MOVE SPACES TO DLQ-FILE-STAT.

            PERFORM 1962-DLQOPEN.
      * 解不開：不可換檔(檔尾訊息會遺失)
            IF DLQ-FILE-STAT = "EN"
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            IF DLQ-FILE-STAT NOT = "00"
                GO TO 7100-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL DLQ-EOF
                READ DEAD-LETTER-FILE
                    AT END
                        MOVE "10" TO DLQ-FILE-STAT
                    NOT AT END
                        IF DLQ-REC NOT = SPACES
                            ADD 1 TO TAIL-SEEN-CNT
                            IF TAIL-SEEN-CNT > ENT-CNT
                                MOVE DLQ-REC TO DLQ-TMP-REC
                                MOVE DLQ-RLEN TO DLQ-TMP-RLEN
                                WRITE DLQ-TMP-REC
                                ADD 1 TO TAIL-COPY-CNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

            PERFORM 1963-DLQCLOSE.

        7100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 重寫狀態檔：僅保留本輪仍在死信檔中且已有嘗試紀錄者
      *-----------------------------------------------------------
        7500-STSAVE.
            OPEN OUTPUT MWREDRIVE-ST-FILE.
            IF ST-FILE-STAT NOT = "00"
                DISPLAY "STATE FILE WRITE FAILED, STATUS "
                        ST-FILE-STAT;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            MOVE 0 TO ENT-IDX2.
            PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-CNT
                IF S-SEEN(ST-IDX) = "Y" AND S-FLAG(ST-IDX) NOT = "D"
                AND S-TRY(ST-IDX) > 0
                    MOVE SPACES TO ST-REC
                    MOVE S-KEY(ST-IDX) TO STR-KEY
                    MOVE S-TRY(ST-IDX) TO STR-TRY
                    MOVE S-LDATE(ST-IDX) TO STR-LDATE
                    MOVE S-LTIME(ST-IDX) TO STR-LTIME
                    MOVE S-FLAG(ST-IDX) TO STR-FLAG
                    WRITE ST-REC
                    ADD 1 TO ENT-IDX2
      * 表格同步壓實，避免常駐時已移除者累積
                    MOVE ST-ENT(ST-IDX) TO ST-ENT(ENT-IDX2)
                END-IF
            END-PERFORM.
            MOVE ENT-IDX2 TO ST-CNT.

            CLOSE MWREDRIVE-ST-FILE.

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
        5900-CYCLECHK.
      * 停止請求：本輪收尾後退出
            PERFORM 1510-SVCCYCLE THRU 1510-EXIT.
            IF SVC-STOP-REQ
                MOVE "Y" TO RDV-DONE-SW
            END-IF.

            ADD 1 TO CYCLE-CNT.
            IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                MOVE "Y" TO RDV-DONE-SW
            ELSE
                CALL 'MW$UTILS' USING
                    BY VALUE    SLEEP_USEC,
                    BY VALUE    INTERVAL-USEC
            END-IF.

        COPY "SVCPD.DEF".

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
            MOVE "MWREDRIV" TO AUDIT-PGM.

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

        1900-INCLOG.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWREDRIV"      TO INCLOG-PGM.
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

        2000-PARAM.

            ACCEPT PARAM-LIST FROM COMMAND-LINE.
            MOVE 1 TO STRING-PTR.
            SET PARAM-LIST-SIZE TO SIZE OF PARAM-LIST.

      * PARSING COMMAND-LINE 內容
      * 必要參數 : -r policy_file
      * 選擇性參數 : -s state_file , -i interval_sec , -cycles cnt ,
      *              -alert alert_cmd
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN SPACES
                                    IF PARAM NOT = SPACES
                                        PERFORM 2500-SETPARAM
                                    END-IF
                                WHEN OTHER
                                    PERFORM 2500-SETPARAM
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF PARAM-PREV NOT = SPACES OR POL-FILE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.

            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-r"      MOVE PARAM TO PARAM-PREV
                WHEN "-s"      MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN "-alert"  MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-r"
                            MOVE PARAM TO POL-FILE-NAME
                        WHEN "-s"
                            MOVE PARAM TO ST-FILE-NAME
                        WHEN "-i"
                            COMPUTE INTERVAL-SEC =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-cycles"
                            COMPUTE CYCLE-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN "-alert"
                            MOVE PARAM TO ALERT-CMD
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWREDRIVE - Dead-Letter Auto-Redrive Service".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWREDRIVE -r policy_file [options]".
            DISPLAY " ".
            DISPLAY "  policy_file, first match wins:".
            DISPLAY "    REASON|QUEPAT|retry_min|max_try|KEEP/DISCARD".
            DISPLAY "          [|depth]".
            DISPLAY "    REASON|QUEPAT|NEVER".
            DISPLAY "    (REASON/QUEPAT Are Prefixes, * = Any)".
            DISPLAY "  Format Rejects Are Never Redriven.".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -r policy_file     Redrive Policy".
            DISPLAY "  [-s state_file]    Attempt Counters,".
            DISPLAY "                     default MWRDVST".
            DISPLAY "  [-i interval_sec]  Poll Interval, default 60".
            DISPLAY "  [-cycles cnt]      Stop After N Sweeps".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-alert alert_cmd] Escalation When MWALERTR".
            DISPLAY "                     Has No Route".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWREDRIVE.
