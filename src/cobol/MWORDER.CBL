      */--------------------------------------------------------------
      * MWORDER.CBL
      * 常駐序號閘門：封套序號去重與依序遞送
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. MQRECV -audit/MWSEQAUD 只能事後指出消費端收到重號或
      *    亂序(多發生於 MWDLQ 回送、MWBRIDGE 重傳之後)；清算類
      *    消費端不能重複入帳。本程式常駐於收件 QUE(src_que)與
      *    應用 QUE(-dq)之間，依封套序號(ENV-SEQ)把關：
      *    - 已見過的序號(重號)不遞送，寫入 -dup 側存檔(預設
      *      MWORDDUP)，原因 DUPLICATE；低於序號視窗下緣者無從
      *      判斷，從嚴視為重號，原因 BELOW WINDOW
      *    - 等於下一個應遞送序號者立即遞送，並接著遞送暫存中
      *      已連號的訊息
      *    - 跳號先到者暫存，待缺號補齊後依序遞送；缺口自最早暫
      *      存時點起逾 -hold 秒(預設 300)仍未補齊即放棄該缺口，
      *      記事件紀錄(嚴重度 W)後自下一個暫存序號續送
      *    - 已放棄缺口的訊息事後才到(未見過且低於下一序號)，
      *      不屬重號，立即遞送並計為遲到
      *    - 無封套訊息原樣直送，不納入序號管控
      * 2. 序號視窗(已見序號 10000 個，落後下一序號 5000 個即
      *    滑動)、下一序號與暫存訊息於每輪有異動時寫回 -s 狀態
      *    檔(預設 MWORDST，寫暫存檔後 mv -f 換檔)，重啟後原樣
      *    接續；狀態以來源 QUE 名稱區分，同一狀態檔可供多個
      *    QUE 輪流使用。無狀態時以第一輪收到的最小序號起算，
      *    或以 -first n 指定
      * 3. 暫存上限 200 筆，滿時提前放棄最低缺口(同逾時處理)
      * 4. 遞送失敗：該筆訊息以「收件 QUE」寄存死信檔後停機，
      *    下一序號不前進，日後由 MWDLQ/MWREDRIVE 回送收件 QUE
      *    即可補上缺口、依序遞送；暫存訊息於停機前寫回狀態檔
      * 5. 遞送帶封套訊息時附加跳點至共用軌跡檔(MWTRACEJ)；單一
      *    實例鎖/停止請求同其他常駐程式(SVCPD)；-i interval_sec
      *    輪詢間隔(預設 5 秒)，-cycles cnt 限制輪數；有缺口放棄
      *    時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     1950-AUDLOG 清紀錄前留存呼叫端設的動作/QUE/筆數，
      *     ORDER/ORDDUP 軌跡不再寫成空白
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWORDER.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -s 序號狀態檔(長度前置變長紀錄，本文為任意位元組)
            SELECT MWORDER-ST-FILE ASSIGN TO ST-FILE-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ST-FILE-STAT.
      * 狀態重寫暫存檔(寫妥後 mv -f 蓋過正式檔)
            SELECT MWORDER-STT-FILE ASSIGN TO ST-TMP-NAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ST-TMP-STAT.
      * -dup 重號側存檔
            SELECT MWORDER-DUP-FILE ASSIGN TO DUP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DUP-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".
            COPY "DLQSL.DEF".
            COPY "TRACESL.DEF".

        DATA DIVISION.
        FILE SECTION.
      * 狀態紀錄：H 表頭 / W 已見序號視窗 / M 暫存訊息
        FD  MWORDER-ST-FILE
            RECORD IS VARYING IN SIZE FROM 67 TO 10367
            DEPENDING ON ST-RLEN.
        01  ST-REC.
            05  ST-KIND         PIC X.
            05  FILLER          PIC X.
            05  ST-QUE          PIC X(64).
            05  FILLER          PIC X.
            05  ST-DATA         PIC X(10300).
        01  STH-REC.
            05  FILLER          PIC X(67).
            05  STH-TYPE        PIC X(5).
            05  FILLER          PIC X.
            05  STH-NEXT        PIC -(17)9.
            05  FILLER          PIC X.
            05  STH-BASE        PIC -(17)9.
            05  FILLER          PIC X.
            05  STH-DATE        PIC X(8).
            05  FILLER          PIC X.
            05  STH-TIME        PIC X(8).
        01  STW-REC.
            05  FILLER          PIC X(67).
            05  STW-BITS        PIC X(10000).
        01  STM-REC.
            05  FILLER          PIC X(67).
            05  STM-SEQ         PIC -(17)9.
            05  FILLER          PIC X.
            05  STM-SINCE       PIC -(17)9.
            05  FILLER          PIC X.
            05  STM-PRIOR       PIC -(9)9.
            05  FILLER          PIC X.
            05  STM-LEN         PIC -(9)9.
            05  FILLER          PIC X.
            05  STM-BODY        PIC X(10240).

        FD  MWORDER-STT-FILE
            RECORD IS VARYING IN SIZE FROM 67 TO 10367
            DEPENDING ON ST-TMP-RLEN.
        01  ST-TMP-REC          PIC X(10367).

        FD  MWORDER-DUP-FILE.
        01  DUP-REC                 PIC X(10400).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".
        COPY "DLQFD.DEF".
        COPY "TRACEFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "DLQWS.DEF".
        COPY "TRACEWS.DEF".

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

      * 狀態檔
        77  ST-FILE-STAT        PIC XX.
            88 ST-EOF           VALUE "10".
        77  ST-TMP-STAT         PIC XX.
        77  ST-RLEN             PIC 9(5) VALUE 0.
        77  ST-TMP-RLEN         PIC 9(5) VALUE 0.
        01  ST-FILE-NAME        PIC X(256) VALUE "MWORDST".
        01  ST-TMP-NAME         PIC X(256) VALUE SPACES.
        77  ST-MV-CMD           PIC X(600) VALUE SPACES.
        77  ST-DIRTY-SW         PIC X VALUE SPACE.
            88 ST-DIRTY         VALUE 'Y'.

      * 重號側存檔
        77  DUP-FILE-STAT       PIC XX.
        01  DUP-FILE-NAME       PIC X(256) VALUE "MWORDDUP".
        77  DUP-REASON          PIC X(12) VALUE SPACES.

        77  INTERVAL-SEC        SIGNED-INT VALUE 5.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  CYCLE-MAX           SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  ORD-DONE-SW         PIC X VALUE SPACE.
            88 ORD-DONE         VALUE 'Y'.
        77  HOLD-SEC            SIGNED-LONG VALUE 300.

      * 序號管控
        77  NEXT-SEQ            SIGNED-LONG VALUE 0.
        77  FIRST-SEQ           SIGNED-LONG VALUE 0.
        77  SEQ-INIT-SW         PIC X VALUE SPACE.
            88 SEQ-INIT         VALUE 'Y'.
        77  WIN-BASE            SIGNED-LONG VALUE 0.
        77  WIN-POS             SIGNED-LONG VALUE 0.
        77  WIN-SHIFT           SIGNED-LONG VALUE 0.
        01  WIN-BITS            PIC X(10000) VALUE ALL "0".
        01  WIN-TMP             PIC X(10000) VALUE ALL "0".

      * 暫存訊息表(跳號先到者)
        01  HOLD-TAB.
            05  HOLD-ENT OCCURS 200 TIMES.
                10  H-SEQ       SIGNED-LONG.
                10  H-SINCE     SIGNED-LONG.
                10  H-PRIOR     SIGNED-LONG.
                10  H-LEN       SIGNED-INT.
                10  H-BODY      PIC X(10240).
        77  HOLD-CNT            SIGNED-INT VALUE 0.
        77  HOLD-IDX            SIGNED-INT VALUE 0.
        77  HOLD-HIT            SIGNED-INT VALUE 0.
        77  HOLD-LOW            SIGNED-INT VALUE 0.
        77  HOLD-OLD            SIGNED-LONG VALUE 0.
        77  HOLD-MAX            SIGNED-INT VALUE 200.

      * 時點(秒)
        77  NOW-SEC             SIGNED-LONG VALUE 0.
        01  NOW-DATE            PIC 9(8).
        01  NOW-TIME.
            05  NOW-HH          PIC 99.
            05  NOW-MI          PIC 99.
            05  NOW-SS          PIC 99.
            05  NOW-CC          PIC 99.

      * 缺口放棄
        77  GAP-FROM            SIGNED-LONG VALUE 0.
        77  GAP-THRU            SIGNED-LONG VALUE 0.
        77  GAP-WHY             PIC X(9) VALUE SPACES.
        77  GAP-DISP1           PIC -(17)9.
        77  GAP-DISP2           PIC -(17)9.

      * 統計
        77  DLV-CNT             SIGNED-LONG VALUE 0.
        77  LATE-CNT            SIGNED-LONG VALUE 0.
        77  DUP-CNT             SIGNED-LONG VALUE 0.
        77  NOENV-CNT           SIGNED-LONG VALUE 0.
        77  GAP-CNT             SIGNED-LONG VALUE 0.
        77  MISS-CNT            SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  SEQ-DISP            PIC -(17)9.
        77  PRIOR-DISP          PIC -(9)9.
        77  LEN-DISP            PIC -(9)9.

        01  SRC-TYPE            PIC X(8) VALUE "posix".
        77  SRC-POSIX-SW        PIC X VALUE SPACE.
            88 SRC-POSIX        VALUE 'Y'.
        01  DST-TYPE            PIC X(8) VALUE "posix".
        77  DST-POSIX-SW        PIC X VALUE SPACE.
            88 DST-POSIX        VALUE 'Y'.
        77  SRC-TYPE-UC         PIC X(5) VALUE SPACES.
        77  DST-TYPE-UC         PIC X(5) VALUE SPACES.

      * 本筆訊息共通視圖
        01  CUR-MSG.
            05  CUR-LEN         SIGNED-INT VALUE 0.
            05  CUR-PRI         SIGNED-LONG VALUE 0.
            05  CUR-SEQ         SIGNED-LONG VALUE 0.
            05  CUR-BODY        PIC X(10240).
            05  FILLER REDEFINES CUR-BODY.
                10 CUR-ENV-SEQ  SIGNED-LONG.
                10 CUR-ENV-TICKS SIGNED-LONG.
                10 FILLER       PIC X(10224).
        01  KEEP-MSG.
            05  KEEP-LEN        SIGNED-INT.
            05  KEEP-PRI        SIGNED-LONG.
            05  KEEP-SEQ        SIGNED-LONG.
            05  KEEP-BODY       PIC X(10240).
      * 遞送中的訊息取自暫存表時為其索引，現場訊息為 0
        77  DLV-HOLD-IDX        SIGNED-INT VALUE 0.
        77  DLV-ENV-SW          PIC X VALUE SPACE.
            88 DLV-ENV          VALUE 'Y'.

        01  SRC-ID              SIGNED-INT VALUE 0.
        01  SRC-QUE.
            05  SRC-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.
        01  DST-QUE.
            05  DST-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.
        01  DST-ID              SIGNED-INT VALUE 0.

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
            MOVE "MWORDER" TO SVC-NAME.
            PERFORM 1500-SVCSTART THRU 1500-EXIT.
            IF SVC-DUP
                DISPLAY "ANOTHER INSTANCE HOLDS "
                        SVC-LOCK-NAME(1:20) " - START REFUSED"
                DISPLAY "(USE MWSVC -clear IF IT IS A STALE LOCK)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4000-STLOAD THRU 4000-EXIT.
            IF NOT SEQ-INIT AND FIRST-SEQ > 0
                MOVE FIRST-SEQ TO NEXT-SEQ
                MOVE FIRST-SEQ TO WIN-BASE
                MOVE ALL "0" TO WIN-BITS
                MOVE "Y" TO SEQ-INIT-SW
                MOVE "Y" TO ST-DIRTY-SW
            END-IF.
            IF SEQ-INIT
                MOVE NEXT-SEQ TO SEQ-DISP
                DISPLAY "NEXT ENVELOPE SEQ : " SEQ-DISP
                MOVE HOLD-CNT TO CNT-DISP
                DISPLAY "HELD FROM STATE   : " CNT-DISP
            ELSE
                DISPLAY "NO SEQ STATE, STARTING FROM FIRST SWEEP"
            END-IF.

            PERFORM 4100-DUPOPEN.

      * 先開妥目的 QUE 才做破壞性取件
            PERFORM 4200-DSTOPEN.
            PERFORM 4300-SRCOPEN.

            PERFORM TEST BEFORE UNTIL ORD-DONE
                PERFORM 5000-SWEEP
                PERFORM 6400-TIMEOUTCHK THRU 6400-EXIT
                IF ST-DIRTY
                    PERFORM 7000-STSAVE THRU 7000-EXIT
                END-IF
                PERFORM 5900-CYCLECHK
            END-PERFORM.

            CLOSE MWORDER-DUP-FILE.

            DISPLAY "-----------------------------------------------".
            MOVE DLV-CNT TO CNT-DISP.
            DISPLAY "DELIVERED        : " CNT-DISP.
            MOVE LATE-CNT TO CNT-DISP.
            DISPLAY "  LATE (AFTER GAP): " CNT-DISP.
            MOVE NOENV-CNT TO CNT-DISP.
            DISPLAY "  NO ENVELOPE    : " CNT-DISP.
            MOVE DUP-CNT TO CNT-DISP.
            DISPLAY "DUPLICATES DROPPED: " CNT-DISP.
            MOVE GAP-CNT TO CNT-DISP.
            DISPLAY "GAPS TIMED OUT   : " CNT-DISP.
            MOVE MISS-CNT TO CNT-DISP.
            DISPLAY "  SEQS SKIPPED   : " CNT-DISP.
            MOVE HOLD-CNT TO CNT-DISP.
            DISPLAY "STILL HELD       : " CNT-DISP.
            MOVE NEXT-SEQ TO SEQ-DISP.
            DISPLAY "NEXT ENVELOPE SEQ: " SEQ-DISP.

            MOVE "ORDER" TO AUDIT-ACTION.
            MOVE SRC-NAME TO AUDIT-QUE.
            MOVE DLV-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.
            IF DUP-CNT > 0
                MOVE "ORDDUP" TO AUDIT-ACTION
                MOVE DUP-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

            IF GAP-CNT > 0
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
      * 載入狀態檔中本來源 QUE 的表頭/視窗/暫存訊息
      *-----------------------------------------------------------
        4000-STLOAD.
            MOVE SPACES TO ST-FILE-STAT.
            OPEN INPUT MWORDER-ST-FILE.
            IF ST-FILE-STAT NOT = "00"
                GO TO 4000-EXIT
            END-IF.

            PERFORM TEST BEFORE UNTIL ST-EOF
                READ MWORDER-ST-FILE
                    AT END
                        MOVE "10" TO ST-FILE-STAT
                    NOT AT END
                        IF ST-QUE = SRC-NAME
                            PERFORM 4050-STONE
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE MWORDER-ST-FILE.

        4000-EXIT.
            CONTINUE.

        4050-STONE.
            EVALUATE ST-KIND
                WHEN "H"
                    COMPUTE NEXT-SEQ = FUNCTION NUMVAL(STH-NEXT)
                    COMPUTE WIN-BASE = FUNCTION NUMVAL(STH-BASE)
                    MOVE "Y" TO SEQ-INIT-SW
                WHEN "W"
                    MOVE STW-BITS TO WIN-BITS
                WHEN "M"
                    IF HOLD-CNT < HOLD-MAX
                        ADD 1 TO HOLD-CNT
                        COMPUTE H-SEQ(HOLD-CNT) =
                                FUNCTION NUMVAL(STM-SEQ)
                        COMPUTE H-SINCE(HOLD-CNT) =
                                FUNCTION NUMVAL(STM-SINCE)
                        COMPUTE H-PRIOR(HOLD-CNT) =
                                FUNCTION NUMVAL(STM-PRIOR)
                        COMPUTE H-LEN(HOLD-CNT) =
                                FUNCTION NUMVAL(STM-LEN)
                        MOVE SPACES TO H-BODY(HOLD-CNT)
                        MOVE STM-BODY(1:H-LEN(HOLD-CNT))
                            TO H-BODY(HOLD-CNT)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *-----------------------------------------------------------
      * -dup 側存檔(附加)
      *-----------------------------------------------------------
        4100-DUPOPEN.
            OPEN EXTEND MWORDER-DUP-FILE.
            IF DUP-FILE-STAT = "35"
                OPEN OUTPUT MWORDER-DUP-FILE
            END-IF.
            IF DUP-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN DUP FILE : " DUP-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

      *-----------------------------------------------------------
      * 開啟目的 QUE(失敗即中止，尚未取件無遺失之虞)
      *-----------------------------------------------------------
        4200-DSTOPEN.
            IF DST-POSIX
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-OPEN,
                    BY REFERENCE    DST-ID,
                    BY REFERENCE    DST-QUE,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            ELSE
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-OPEN,
                    BY REFERENCE    DST-ID,
                    BY REFERENCE    DST-QUE,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            END-IF.

            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "DEST QUE OPEN FAILED : " DST-NAME(1:40)
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 開啟來源 QUE(非阻塞接收)
      *-----------------------------------------------------------
        4300-SRCOPEN.
            IF SRC-POSIX
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-OPEN,
                    BY REFERENCE    SRC-ID,
                    BY REFERENCE    SRC-QUE,
                    BY VALUE        IPC_NOWAIT,
                    GIVING INTO RET-CODE
            ELSE
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-OPEN,
                    BY REFERENCE    SRC-ID,
                    BY REFERENCE    SRC-QUE,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            END-IF.

            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "SOURCE QUE OPEN FAILED : " SRC-NAME(1:40)
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 輪詢一輪：清空來源 QUE 目前可取的訊息並逐筆把關
      *-----------------------------------------------------------
        5000-SWEEP.
            PERFORM TEST AFTER UNTIL RET-CODE NOT = IPCERR_OK
                IF SRC-POSIX
                    MOVE LENGTH OF MQ-BODY TO MQ-LEN
                    CALL 'IPC$MQ' USING
                        BY VALUE        IPC-MQ-RECV,
                        BY VALUE        SRC-ID,
                        BY REFERENCE    MQ-DATA,
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE MQ-LEN TO CUR-LEN
                        MOVE MQ-PRIOR TO CUR-PRI
                        MOVE MQ-BODY TO CUR-BODY
                        PERFORM 5500-GATEONE THRU 5500-EXIT
                    END-IF
                ELSE
                    MOVE LENGTH OF MSG-BODY TO MSG-LEN
                    MOVE 0 TO MSG-TYPE
                    CALL 'IPC$MSG' USING
                        BY VALUE        IPC-MSG-RECV,
                        BY VALUE        SRC-ID,
                        BY REFERENCE    MSG-DATA,
                        BY VALUE        IPC_NOWAIT,
                        GIVING INTO RET-CODE
                    IF RET-CODE = IPCERR_OK
                        MOVE MSG-LEN TO CUR-LEN
                        MOVE MSG-TYPE TO CUR-PRI
                        MOVE MSG-BODY TO CUR-BODY
                        PERFORM 5500-GATEONE THRU 5500-EXIT
                    END-IF
                END-IF
            END-PERFORM.

            IF RET-CODE NOT = IPCERR_OK
            AND RET-CODE NOT = IPCERR_ENOMSG
                GO TO 1000-ERR
            END-IF.

      * 無狀態首輪：以本輪收到的最小序號起算
            IF NOT SEQ-INIT AND HOLD-CNT > 0
                PERFORM 6100-HOLDLOW
                MOVE H-SEQ(HOLD-LOW) TO NEXT-SEQ
                MOVE NEXT-SEQ TO WIN-BASE
                MOVE ALL "0" TO WIN-BITS
                MOVE "Y" TO SEQ-INIT-SW
                PERFORM VARYING HOLD-IDX FROM 1 BY 1
                        UNTIL HOLD-IDX > HOLD-CNT
                    MOVE H-SEQ(HOLD-IDX) TO CUR-SEQ
                    PERFORM 6600-BITSET
                END-PERFORM
                MOVE NEXT-SEQ TO SEQ-DISP
                DISPLAY "ENVELOPE SEQ STARTS AT " SEQ-DISP
                PERFORM 6300-RELRUN
            END-IF.

      *-----------------------------------------------------------
      * 把關一筆：無封套直送；有封套依序號分類
      *-----------------------------------------------------------
        5500-GATEONE.
            MOVE 0 TO DLV-HOLD-IDX.
            IF CUR-LEN <= 16 OR CUR-ENV-SEQ <= 0
            OR CUR-ENV-TICKS <= 0
                MOVE SPACE TO DLV-ENV-SW
                PERFORM 6000-DELIVER
                ADD 1 TO NOENV-CNT
                GO TO 5500-EXIT
            END-IF.
            MOVE "Y" TO DLV-ENV-SW.
            MOVE CUR-ENV-SEQ TO CUR-SEQ.
            MOVE "Y" TO ST-DIRTY-SW.

            IF NOT SEQ-INIT
                PERFORM 6200-HOLDFIND
                IF HOLD-HIT > 0
                    MOVE "DUPLICATE" TO DUP-REASON
                    PERFORM 5800-DUPSIDE
                ELSE
                    PERFORM 5700-HOLDADD THRU 5700-EXIT
                END-IF
                GO TO 5500-EXIT
            END-IF.

      * 重號判斷：低於視窗下緣、視窗內已見、或視窗外已暫存
            IF CUR-SEQ < WIN-BASE
                MOVE "BELOW WINDOW" TO DUP-REASON
                PERFORM 5800-DUPSIDE
                GO TO 5500-EXIT
            END-IF.
            COMPUTE WIN-POS = CUR-SEQ - WIN-BASE + 1.
            IF WIN-POS <= 10000
                IF WIN-BITS(WIN-POS:1) = "1"
                    MOVE "DUPLICATE" TO DUP-REASON
                    PERFORM 5800-DUPSIDE
                    GO TO 5500-EXIT
                END-IF
            ELSE
                PERFORM 6200-HOLDFIND
                IF HOLD-HIT > 0
                    MOVE "DUPLICATE" TO DUP-REASON
                    PERFORM 5800-DUPSIDE
                    GO TO 5500-EXIT
                END-IF
            END-IF.

            EVALUATE TRUE
                WHEN CUR-SEQ = NEXT-SEQ
                    PERFORM 6000-DELIVER
                    PERFORM 6600-BITSET
                    ADD 1 TO NEXT-SEQ
                    PERFORM 6300-RELRUN
                WHEN CUR-SEQ < NEXT-SEQ
      * 已放棄缺口的遲到訊息：未見過，不屬重號
                    PERFORM 6000-DELIVER
                    PERFORM 6600-BITSET
                    ADD 1 TO LATE-CNT
                    MOVE CUR-SEQ TO SEQ-DISP
                    DISPLAY "LATE SEQ DELIVERED : " SEQ-DISP
                WHEN OTHER
                    PERFORM 5700-HOLDADD THRU 5700-EXIT
            END-EVALUATE.

        5500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 暫存跳號訊息；暫存表滿時提前放棄最低缺口
      *-----------------------------------------------------------
        5700-HOLDADD.
      * 放棄缺口時會遞送暫存訊息，本筆先另存
            IF HOLD-CNT >= HOLD-MAX
                MOVE CUR-MSG TO KEEP-MSG
                MOVE "HOLD FULL" TO GAP-WHY
                PERFORM 6500-GAPSKIP THRU 6500-EXIT
                MOVE KEEP-MSG TO CUR-MSG
                MOVE 0 TO DLV-HOLD-IDX
                MOVE "Y" TO DLV-ENV-SW
                IF CUR-SEQ < NEXT-SEQ
                    PERFORM 6000-DELIVER
                    PERFORM 6600-BITSET
                    ADD 1 TO LATE-CNT
                    GO TO 5700-EXIT
                END-IF
                IF CUR-SEQ = NEXT-SEQ
                    PERFORM 6000-DELIVER
                    PERFORM 6600-BITSET
                    ADD 1 TO NEXT-SEQ
                    PERFORM 6300-RELRUN
                    GO TO 5700-EXIT
                END-IF
            END-IF.

            PERFORM 1800-NOWSEC.
            ADD 1 TO HOLD-CNT.
            MOVE CUR-SEQ TO H-SEQ(HOLD-CNT).
            MOVE NOW-SEC TO H-SINCE(HOLD-CNT).
            MOVE CUR-PRI TO H-PRIOR(HOLD-CNT).
            MOVE CUR-LEN TO H-LEN(HOLD-CNT).
            MOVE CUR-BODY TO H-BODY(HOLD-CNT).
            IF SEQ-INIT
                PERFORM 6600-BITSET
            END-IF.

        5700-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 重號寫入側存檔(本文去掉 16 位元組封套)
      *-----------------------------------------------------------
        5800-DUPSIDE.
            ADD 1 TO DUP-CNT.
            PERFORM 1800-NOWSEC.
            MOVE CUR-SEQ TO SEQ-DISP.
            MOVE CUR-PRI TO PRIOR-DISP.
            MOVE CUR-LEN TO LEN-DISP.
            MOVE SPACES TO DUP-REC.
            STRING NOW-DATE " " NOW-TIME(1:6) " "
                   DUP-REASON " " SRC-TYPE-UC " "
                   FUNCTION TRIM(SRC-NAME) " SEQ="
                   FUNCTION TRIM(SEQ-DISP) " " PRIOR-DISP " "
                   LEN-DISP " [" CUR-BODY(17:CUR-LEN - 16) "]"
                   DELIMITED BY SIZE INTO DUP-REC
            END-STRING.
            WRITE DUP-REC.
            DISPLAY FUNCTION TRIM(DUP-REASON) " SEQ "
                    FUNCTION TRIM(SEQ-DISP) " DROPPED".

      *-----------------------------------------------------------
      * 遞送一筆至目的 QUE；失敗以收件 QUE 寄存死信檔後停機，
      * 下一序號不前進，回送收件 QUE 即可補上缺口
      *-----------------------------------------------------------
        6000-DELIVER.
            IF DST-POSIX
                MOVE CUR-LEN TO MQ-LEN
                MOVE CUR-PRI TO MQ-PRIOR
                MOVE CUR-BODY TO MQ-BODY
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-SEND,
                    BY VALUE        DST-ID,
                    BY REFERENCE    MQ-DATA,
                    GIVING INTO RET-CODE
            ELSE
                MOVE CUR-LEN TO MSG-LEN
                MOVE CUR-PRI TO MSG-TYPE
                IF MSG-TYPE < 1
                    MOVE 1 TO MSG-TYPE
                END-IF
                MOVE CUR-BODY TO MSG-BODY
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-SEND,
                    BY VALUE        DST-ID,
                    BY REFERENCE    MSG-DATA,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            END-IF.

            IF RET-CODE NOT = IPCERR_OK
                DISPLAY "DELIVER FAILED : " DST-NAME(1:40)
                        " RET=" RET-CODE
                PERFORM 6050-DLQPARK
                GO TO 1000-ERR
            END-IF.

            ADD 1 TO DLV-CNT.
            IF DLV-ENV
                MOVE "MWORDER" TO TRC-PGM
                MOVE DST-NAME TO TRC-QUE
                MOVE CUR-SEQ TO TRC-SEQ
                PERFORM 1970-TRACEHOP
            END-IF.

        6050-DLQPARK.
            MOVE "MWORDER" TO DLQP-PGM.
            MOVE "SEND FAILED" TO DLQP-REASON.
            MOVE SRC-TYPE-UC TO DLQP-TYPE.
            MOVE SRC-NAME TO DLQP-QUE.
            MOVE CUR-PRI TO DLQP-PRIOR.
            MOVE CUR-LEN TO DLQP-LEN.
            MOVE CUR-BODY(1:CUR-LEN) TO DLQP-BODY.
            PERFORM 1960-DLQPARK.

      * 寄存者已離開暫存表，序號標為未見，回送時視同補號
            IF DLV-ENV AND SEQ-INIT
                IF DLV-HOLD-IDX > 0
                    MOVE DLV-HOLD-IDX TO HOLD-IDX
                    PERFORM 6250-HOLDDEL
                END-IF
                COMPUTE WIN-POS = CUR-SEQ - WIN-BASE + 1
                IF WIN-POS >= 1 AND WIN-POS <= 10000
                    MOVE "0" TO WIN-BITS(WIN-POS:1)
                END-IF
            END-IF.
            PERFORM 7000-STSAVE THRU 7000-EXIT.

      * 暫存表中序號最小者，結果 HOLD-LOW
        6100-HOLDLOW.
            MOVE 1 TO HOLD-LOW.
            PERFORM VARYING HOLD-IDX FROM 2 BY 1
                    UNTIL HOLD-IDX > HOLD-CNT
                IF H-SEQ(HOLD-IDX) < H-SEQ(HOLD-LOW)
                    MOVE HOLD-IDX TO HOLD-LOW
                END-IF
            END-PERFORM.

      * 暫存表查 CUR-SEQ，結果 HOLD-HIT(0 表示無)
        6200-HOLDFIND.
            MOVE 0 TO HOLD-HIT.
            PERFORM VARYING HOLD-IDX FROM 1 BY 1
                    UNTIL HOLD-IDX > HOLD-CNT OR HOLD-HIT > 0
                IF H-SEQ(HOLD-IDX) = CUR-SEQ
                    MOVE HOLD-IDX TO HOLD-HIT
                END-IF
            END-PERFORM.

      * 移除暫存表第 HOLD-IDX 筆(末筆補位)
        6250-HOLDDEL.
            IF HOLD-IDX < HOLD-CNT
                MOVE HOLD-ENT(HOLD-CNT) TO HOLD-ENT(HOLD-IDX)
            END-IF.
            SUBTRACT 1 FROM HOLD-CNT.

      *-----------------------------------------------------------
      * 自暫存表依序遞送與下一序號連號者
      *-----------------------------------------------------------
        6300-RELRUN.
            MOVE NEXT-SEQ TO CUR-SEQ.
            PERFORM 6200-HOLDFIND.
            PERFORM TEST BEFORE UNTIL HOLD-HIT = 0
                MOVE H-PRIOR(HOLD-HIT) TO CUR-PRI
                MOVE H-LEN(HOLD-HIT) TO CUR-LEN
                MOVE H-BODY(HOLD-HIT) TO CUR-BODY
                MOVE "Y" TO DLV-ENV-SW
                MOVE HOLD-HIT TO DLV-HOLD-IDX
                PERFORM 6000-DELIVER
                MOVE HOLD-HIT TO HOLD-IDX
                PERFORM 6250-HOLDDEL
                MOVE 0 TO DLV-HOLD-IDX
                ADD 1 TO NEXT-SEQ
                MOVE "Y" TO ST-DIRTY-SW
                MOVE NEXT-SEQ TO CUR-SEQ
                PERFORM 6200-HOLDFIND
            END-PERFORM.
            PERFORM 6700-WINSHIFT.

      *-----------------------------------------------------------
      * 每輪結束：最早暫存逾 -hold 秒者放棄其前的缺口
      *-----------------------------------------------------------
        6400-TIMEOUTCHK.
            IF NOT SEQ-INIT
                GO TO 6400-EXIT
            END-IF.
            PERFORM 1800-NOWSEC.
            MOVE 0 TO HOLD-OLD.
            PERFORM TEST BEFORE UNTIL HOLD-CNT = 0
                                   OR NOW-SEC - HOLD-OLD < HOLD-SEC
                MOVE 0 TO HOLD-OLD
                PERFORM VARYING HOLD-IDX FROM 1 BY 1
                        UNTIL HOLD-IDX > HOLD-CNT
                    IF HOLD-OLD = 0
                    OR H-SINCE(HOLD-IDX) < HOLD-OLD
                        MOVE H-SINCE(HOLD-IDX) TO HOLD-OLD
                    END-IF
                END-PERFORM
                IF NOW-SEC - HOLD-OLD >= HOLD-SEC
                    MOVE "TIMED OUT" TO GAP-WHY
                    PERFORM 6500-GAPSKIP THRU 6500-EXIT
                END-IF
            END-PERFORM.

        6400-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 放棄最低缺口：下一序號跳至最小暫存序號，記事件紀錄，
      * 再依序遞送連號者
      *-----------------------------------------------------------
        6500-GAPSKIP.
            PERFORM 6100-HOLDLOW.
      * 低於下一序號的暫存(狀態檔殘留)不成缺口，視為重號移除
            IF H-SEQ(HOLD-LOW) < NEXT-SEQ
                MOVE H-SEQ(HOLD-LOW) TO CUR-SEQ
                MOVE H-PRIOR(HOLD-LOW) TO CUR-PRI
                MOVE H-LEN(HOLD-LOW) TO CUR-LEN
                MOVE H-BODY(HOLD-LOW) TO CUR-BODY
                MOVE "DUPLICATE" TO DUP-REASON
                PERFORM 5800-DUPSIDE
                MOVE HOLD-LOW TO HOLD-IDX
                PERFORM 6250-HOLDDEL
                MOVE "Y" TO ST-DIRTY-SW
                GO TO 6500-EXIT
            END-IF.
            MOVE NEXT-SEQ TO GAP-FROM.
            COMPUTE GAP-THRU = H-SEQ(HOLD-LOW) - 1.
            ADD 1 TO GAP-CNT.
            COMPUTE MISS-CNT = MISS-CNT + GAP-THRU - GAP-FROM + 1.
            MOVE GAP-FROM TO GAP-DISP1.
            MOVE GAP-THRU TO GAP-DISP2.
            DISPLAY "ENV SEQ GAP " FUNCTION TRIM(GAP-DISP1) "-"
                    FUNCTION TRIM(GAP-DISP2) " " GAP-WHY
                    ", RESUMING".
            PERFORM 1910-GAPINC.
            MOVE H-SEQ(HOLD-LOW) TO NEXT-SEQ.
            MOVE "Y" TO ST-DIRTY-SW.
            PERFORM 6300-RELRUN.

        6500-EXIT.
            CONTINUE.

      * 標記 CUR-SEQ 已見(視窗外者略過，由暫存表判斷)
        6600-BITSET.
            COMPUTE WIN-POS = CUR-SEQ - WIN-BASE + 1.
            IF WIN-POS >= 1 AND WIN-POS <= 10000
                MOVE "1" TO WIN-BITS(WIN-POS:1)
            END-IF.

      *-----------------------------------------------------------
      * 視窗滑動：下緣保持落後下一序號 5000 個，滑入視窗的暫存
      * 序號補標已見
      *-----------------------------------------------------------
        6700-WINSHIFT.
            COMPUTE WIN-SHIFT = NEXT-SEQ - WIN-BASE - 5000.
            IF WIN-SHIFT > 0
                IF WIN-SHIFT < 10000
                    MOVE ALL "0" TO WIN-TMP
                    MOVE WIN-BITS(WIN-SHIFT + 1:10000 - WIN-SHIFT)
                        TO WIN-TMP(1:10000 - WIN-SHIFT)
                    MOVE WIN-TMP TO WIN-BITS
                ELSE
                    MOVE ALL "0" TO WIN-BITS
                END-IF
                ADD WIN-SHIFT TO WIN-BASE
                PERFORM VARYING HOLD-IDX FROM 1 BY 1
                        UNTIL HOLD-IDX > HOLD-CNT
                    MOVE H-SEQ(HOLD-IDX) TO CUR-SEQ
                    PERFORM 6600-BITSET
                END-PERFORM
            END-IF.

        1800-NOWSEC.
            ACCEPT NOW-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE NOW-SEC = FUNCTION INTEGER-OF-DATE(NOW-DATE)
                    * 86400 + NOW-HH * 3600 + NOW-MI * 60 + NOW-SS.

        COPY "DLQPD.DEF".

        COPY "TRACEPD.DEF".

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
        5900-CYCLECHK.
      * 停止請求：本輪收尾後退出
            PERFORM 1510-SVCCYCLE THRU 1510-EXIT.
            IF SVC-STOP-REQ
                MOVE "Y" TO ORD-DONE-SW
            END-IF.

            ADD 1 TO CYCLE-CNT.
            IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                MOVE "Y" TO ORD-DONE-SW
            ELSE
                CALL 'MW$UTILS' USING
                    BY VALUE    SLEEP_USEC,
                    BY VALUE    INTERVAL-USEC
            END-IF.

        COPY "SVCPD.DEF".

      *-----------------------------------------------------------
      * 重寫狀態檔：本 QUE 表頭/視窗/暫存訊息寫入暫存檔，其他
      * QUE 的紀錄自原檔照抄，再 mv -f 原子換檔
      *-----------------------------------------------------------
        7000-STSAVE.
            MOVE SPACES TO ST-TMP-NAME.
            STRING FUNCTION TRIM(ST-FILE-NAME) DELIMITED BY SIZE
                   ".TMP" DELIMITED BY SIZE
                INTO ST-TMP-NAME.

            OPEN OUTPUT MWORDER-STT-FILE.
            IF ST-TMP-STAT NOT = "00"
                DISPLAY "STATE FILE WRITE FAILED, STATUS "
                        ST-TMP-STAT
                MOVE -1 TO RET-CODE
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.

            IF SEQ-INIT
                MOVE SPACES TO STH-REC
                MOVE "H" TO ST-KIND
                MOVE SRC-NAME TO ST-QUE
                MOVE SRC-TYPE-UC TO STH-TYPE
                MOVE NEXT-SEQ TO STH-NEXT
                MOVE WIN-BASE TO STH-BASE
                ACCEPT STH-DATE FROM DATE YYYYMMDD
                ACCEPT STH-TIME FROM TIME
                MOVE STH-REC TO ST-TMP-REC
                MOVE 129 TO ST-TMP-RLEN
                WRITE ST-TMP-REC

                MOVE SPACES TO STW-REC
                MOVE "W" TO ST-KIND
                MOVE SRC-NAME TO ST-QUE
                MOVE WIN-BITS TO STW-BITS
                MOVE STW-REC TO ST-TMP-REC
                MOVE 10067 TO ST-TMP-RLEN
                WRITE ST-TMP-REC
            END-IF.

            PERFORM VARYING HOLD-IDX FROM 1 BY 1
                    UNTIL HOLD-IDX > HOLD-CNT
                MOVE SPACES TO STM-REC
                MOVE "M" TO ST-KIND
                MOVE SRC-NAME TO ST-QUE
                MOVE H-SEQ(HOLD-IDX) TO STM-SEQ
                MOVE H-SINCE(HOLD-IDX) TO STM-SINCE
                MOVE H-PRIOR(HOLD-IDX) TO STM-PRIOR
                MOVE H-LEN(HOLD-IDX) TO STM-LEN
                MOVE H-BODY(HOLD-IDX)(1:H-LEN(HOLD-IDX))
                    TO STM-BODY
                MOVE STM-REC TO ST-TMP-REC
                COMPUTE ST-TMP-RLEN = 127 + H-LEN(HOLD-IDX)
                WRITE ST-TMP-REC
            END-PERFORM.

      * 其他 QUE 的紀錄照抄
            MOVE SPACES TO ST-FILE-STAT.
            OPEN INPUT MWORDER-ST-FILE.
            IF ST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL ST-EOF
                    READ MWORDER-ST-FILE
                        AT END
                            MOVE "10" TO ST-FILE-STAT
                        NOT AT END
                            IF ST-QUE NOT = SRC-NAME
                                MOVE ST-REC TO ST-TMP-REC
                                MOVE ST-RLEN TO ST-TMP-RLEN
                                WRITE ST-TMP-REC
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE MWORDER-ST-FILE
            END-IF.

            CLOSE MWORDER-STT-FILE.

            MOVE SPACES TO ST-MV-CMD.
            STRING "mv -f " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-TMP-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ST-FILE-NAME) DELIMITED BY SIZE
                INTO ST-MV-CMD.
            CALL "SYSTEM" USING ST-MV-CMD.
            MOVE SPACE TO ST-DIRTY-SW.

        7000-EXIT.
            CONTINUE.

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
            MOVE "MWORDER" TO AUDIT-PGM.

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
            MOVE "MWORDER"       TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE SRC-NAME TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.
            PERFORM 1920-INCWRITE.

      * 缺口放棄：嚴重度 W，代碼為放棄的序號個數
        1910-GAPINC.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWORDER"       TO INCLOG-PGM.
            COMPUTE INCLOG-CODE = GAP-THRU - GAP-FROM + 1.
            STRING "ENV SEQ GAP " FUNCTION TRIM(GAP-DISP1) "-"
                   FUNCTION TRIM(GAP-DISP2) " " GAP-WHY
                   DELIMITED BY SIZE INTO INCLOG-MSG
            END-STRING.
            MOVE SRC-NAME TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "W" TO INCLOG-SEV.
            PERFORM 1920-INCWRITE.

        1920-INCWRITE.
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
      * 必要參數 : -dq dest_que 及 src_que (必須為最後一個)
      * 選擇性參數 : -st type , -dt type , -hold sec , -first n ,
      *              -s state_file , -dup dup_file ,
      *              -i interval_sec , -cycles cnt
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            IF PARAM-PREV NOT = SPACES
                                GO TO 3000-PERR
                            END-IF
                            MOVE PARAM TO SRC-NAME
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF SRC-NAME = SPACES OR DST-NAME = SPACES
                GO TO 3000-PERR
            END-IF.
            IF HOLD-SEC < 1
                GO TO 3000-PERR
            END-IF.

            EVALUATE FUNCTION TRIM(SRC-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "Y" TO SRC-POSIX-SW
                    MOVE "POSIX" TO SRC-TYPE-UC
                WHEN "sysv"
                WHEN "SYSV"
                    MOVE "SYSV" TO SRC-TYPE-UC
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            EVALUATE FUNCTION TRIM(DST-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "Y" TO DST-POSIX-SW
                    MOVE "POSIX" TO DST-TYPE-UC
                WHEN "sysv"
                WHEN "SYSV"
                    MOVE "SYSV" TO DST-TYPE-UC
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-dq"     MOVE PARAM TO PARAM-PREV
                WHEN "-st"     MOVE PARAM TO PARAM-PREV
                WHEN "-dt"     MOVE PARAM TO PARAM-PREV
                WHEN "-hold"   MOVE PARAM TO PARAM-PREV
                WHEN "-first"  MOVE PARAM TO PARAM-PREV
                WHEN "-s"      MOVE PARAM TO PARAM-PREV
                WHEN "-dup"    MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-dq"
                            MOVE PARAM TO DST-NAME
                        WHEN "-st"
                            MOVE PARAM TO SRC-TYPE
                        WHEN "-dt"
                            MOVE PARAM TO DST-TYPE
                        WHEN "-hold"
                            COMPUTE HOLD-SEC = FUNCTION NUMVAL(PARAM)
                        WHEN "-first"
                            COMPUTE FIRST-SEQ = FUNCTION NUMVAL(PARAM)
                        WHEN "-s"
                            MOVE PARAM TO ST-FILE-NAME
                        WHEN "-dup"
                            MOVE PARAM TO DUP-FILE-NAME
                        WHEN "-i"
                            COMPUTE INTERVAL-SEC =
                                    FUNCTION NUMVAL(PARAM)
                        WHEN "-cycles"
                            COMPUTE CYCLE-MAX = FUNCTION NUMVAL(PARAM)
                        WHEN OTHER
                            GO TO 3000-PERR
                    END-EVALUATE
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWORDER - Duplicate-Suppressing Re-Sequencing".
            DISPLAY "          Delivery Gate".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWORDER -dq dest_que [options] $src_que".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -dq dest_que       Application Que".
            DISPLAY "  [-st posix|sysv]   Source Que Type".
            DISPLAY "                     default posix".
            DISPLAY "  [-dt posix|sysv]   Dest Que Type".
            DISPLAY "                     default posix".
            DISPLAY "  [-hold sec]        Gap Hold Timeout".
            DISPLAY "                     default 300".
            DISPLAY "  [-first n]         First Expected Seq When".
            DISPLAY "                     No State Yet".
            DISPLAY "  [-s state_file]    Seq State File".
            DISPLAY "                     default MWORDST".
            DISPLAY "  [-dup dup_file]    Dropped Duplicate Side File".
            DISPLAY "                     default MWORDDUP".
            DISPLAY "  [-i interval_sec]  Poll Interval, default 5".
            DISPLAY "  [-cycles cnt]      Stop After N Sweeps".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWORDER.
