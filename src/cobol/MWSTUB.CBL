      */--------------------------------------------------------------
      * MWSTUB.CBL
      * 測試用模擬回應服務：依回應表對請求 QUE 訊息回覆固定內容
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 測試環境通常沒有應用程式在請求 QUE 另一端回覆，MWCALL/
      *    MWPROBE 與迴歸劇本只能靠人工 MQRECV/MQSEND 應答；本程式
      *    常駐監聽請求 QUE，依 -r 回應表查出回覆內容送往回覆 QUE
      * 2. 回應表一行一條(欄位以 | 分隔，* 開頭為註解)，由上而下
      *    第一條符合者生效：
      *      PAT|text|TYPE,REPLY_QUE|delay_ms|mode|reply_body
      *      POS|start,len,value|TYPE,REPLY_QUE|delay_ms|mode|body
      *      DEF|*|TYPE,REPLY_QUE|delay_ms|mode|reply_body
      *    PAT 內容含 text、POS 固定位置欄位值相符(位置相對於封套
      *    之後的內容，1 起算)、DEF 無符合時的預設回應；回覆 QUE
      *    空白時用 -rq 預設回覆 QUE(與請求 QUE 同 TYPE)
      * 3. mode：OK 正常回覆(內容空白時回 STUB OK)；ERR 模擬錯誤
      *    回覆(內容空白時回 STUB ERROR)；TMO 模擬逾時(收下請求
      *    不回覆)。delay_ms 為回覆前延遲毫秒數，可模擬慢回應；
      *    reply_body 為 *ECHO 時原樣回送請求內容
      * 4. 請求帶 MQSEND -e 的 16 BYTES 封套(MWCALL/MWPROBE 皆是)
      *    時，回覆原樣帶回封套(序號+時戳)，MWCALL 關聯比對與
      *    MWPROBE 往返計時得以成立；-raw 表示請求不帶封套
      * 5. 無符合且無 DEF 的請求寄存共用死信檔(MWDLQF)，不無聲
      *    丟棄；回覆送出失敗亦寄存後中止(同 MWROUTE)
      * 6. 常駐服務控制同其他常駐程式(SVCPD，MWSVC 列示/停止)；
      *    -i poll_ms 輪詢間隔(毫秒，預設 10，同 MQRECV -t)，約
      *    每秒檢查一次停止請求；-cycles cnt 限制輪詢次數
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWSTUB.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -r 回應表，一行一條
            SELECT MWSTUB-RESP-FILE ASSIGN TO RESP-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RESP-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".
            COPY "DLQSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWSTUB-RESP-FILE.
        01  RESP-REC                PIC X(400).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "SVCFD.DEF".
        COPY "DLQFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "SVCWS.DEF".
        COPY "CHNWS.DEF".
        COPY "DLQWS.DEF".

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
        77  RAW-SW              PIC X VALUE SPACE.
            88 RAW-ON           VALUE 'Y'.

        77  RESP-FILE-STAT      PIC XX.
            88 RESP-EOF         VALUE "10".
        01  RESP-FILE-NAME      PIC X(256) VALUE SPACES.

      * 回應表，由上而下第一條符合者生效
        01  RESP-TAB.
            05  RESP-ENT OCCURS 50 TIMES.
                10  S-KIND      PIC X(3).
                10  S-TEXT      PIC X(64).
                10  S-TLEN      SIGNED-INT.
                10  S-POS       SIGNED-INT.
                10  S-PLEN      SIGNED-INT.
                10  S-DTYPE     PIC X(5).
                10  S-DQUE      PIC X(64).
                10  S-ID        SIGNED-INT.
                10  S-OPEN      PIC X.
                10  S-DELAY     SIGNED-LONG.
                10  S-MODE      PIC X(3).
                10  S-BODY      PIC X(256).
                10  S-BLEN      SIGNED-INT.
                10  S-CNT       SIGNED-LONG.
        77  RESP-CNT            SIGNED-INT VALUE 0.
        77  RESP-IDX            SIGNED-INT VALUE 0.
        77  RESP-HIT            SIGNED-INT VALUE 0.

      * 回應行拆解
        01  RL-KIND             PIC X(10).
        01  RL-ARG              PIC X(80).
        01  RL-DEST             PIC X(80).
        01  RL-DELAY            PIC X(10).
        01  RL-MODE             PIC X(10).
        77  RL-UPTR             PIC 9(3).
        01  RL-P1               PIC X(10).
        01  RL-P2               PIC X(10).
        01  RL-P3               PIC X(64).
        77  RL-UPTR2            PIC 9(3).

        77  POLL-MS             SIGNED-INT VALUE 10.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  DELAY-USEC          SIGNED-LONG VALUE 0.
        77  SVC-EVERY           SIGNED-INT VALUE 100.
        77  CYCLE-MAX           SIGNED-LONG VALUE 0.
        77  CYCLE-CNT           SIGNED-LONG VALUE 0.
        77  STUB-DONE-SW        PIC X VALUE SPACE.
            88 STUB-DONE        VALUE 'Y'.

        01  SRC-TYPE            PIC X(8) VALUE "posix".
        77  SRC-POSIX-SW        PIC X VALUE SPACE.
            88 SRC-POSIX        VALUE 'Y'.
        01  DEF-REPLY-QUE       PIC X(64) VALUE SPACES.
        77  REQ-CNT             SIGNED-LONG VALUE 0.
        77  REPLY-CNT           SIGNED-LONG VALUE 0.
        77  ERR-SIM-CNT         SIGNED-LONG VALUE 0.
        77  TMO-SIM-CNT         SIGNED-LONG VALUE 0.
        77  NOMATCH-CNT         SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  MATCH-CNT           SIGNED-INT VALUE 0.

      * 本筆請求共通視圖；封套欄位同 MQSEND -e
        77  CUR-LEN             SIGNED-INT VALUE 0.
        77  CUR-PRI             SIGNED-LONG VALUE 0.
        01  CUR-BODY            PIC X(10240).
        01  FILLER REDEFINES CUR-BODY.
            05 CUR-ENV-SEQ      SIGNED-LONG.
            05 CUR-ENV-TICKS    SIGNED-LONG.
        77  HDR-LEN             SIGNED-INT VALUE 0.
        77  PAY-LEN             SIGNED-INT VALUE 0.
        01  PAY-BODY            PIC X(10240).

      * 回覆組成區
        77  RPY-LEN             SIGNED-INT VALUE 0.
        01  RPY-BODY            PIC X(10240).

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
            MOVE "MWSTUB" TO SVC-NAME.
            PERFORM 1500-SVCSTART THRU 1500-EXIT.
            IF SVC-DUP
                DISPLAY "ANOTHER INSTANCE HOLDS "
                        SVC-LOCK-NAME(1:20) " - START REFUSED"
                DISPLAY "(USE MWSVC -clear IF IT IS A STALE LOCK)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4000-RESPLOAD.

            IF RESP-CNT = 0
                DISPLAY "NO USABLE RESPONSES IN "
                        RESP-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            PERFORM 4200-SRCOPEN.

            PERFORM TEST BEFORE UNTIL STUB-DONE
                PERFORM 5000-SWEEP
                PERFORM 5900-CYCLECHK
            END-PERFORM.

            DISPLAY "-----------------------------------------------".
            MOVE REQ-CNT TO CNT-DISP.
            MOVE REPLY-CNT TO CNT-DISP2.
            DISPLAY "REQUESTS : " CNT-DISP "  REPLIED : " CNT-DISP2.
            MOVE ERR-SIM-CNT TO CNT-DISP.
            MOVE TMO-SIM-CNT TO CNT-DISP2.
            DISPLAY "  ERROR SIMULATED : " CNT-DISP
                    "  TIMEOUT SIMULATED : " CNT-DISP2.
            MOVE NOMATCH-CNT TO CNT-DISP.
            DISPLAY "  NO MATCH (DLQ)  : " CNT-DISP.
            PERFORM VARYING RESP-IDX FROM 1 BY 1
                    UNTIL RESP-IDX > RESP-CNT
                MOVE S-CNT(RESP-IDX) TO CNT-DISP
                DISPLAY "  " S-KIND(RESP-IDX) " " S-MODE(RESP-IDX)
                        " " S-TEXT(RESP-IDX)(1:20) " -> "
                        S-DQUE(RESP-IDX)(1:24) " : " CNT-DISP
            END-PERFORM.

            MOVE "STUB" TO AUDIT-ACTION.
            MOVE SRC-NAME TO AUDIT-QUE.
            MOVE REPLY-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

            IF NOMATCH-CNT > 0
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
      * 載入回應表
      *-----------------------------------------------------------
        4000-RESPLOAD.
            OPEN INPUT MWSTUB-RESP-FILE.
            IF RESP-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RESPONSE FILE : "
                        RESP-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL RESP-EOF
                READ MWSTUB-RESP-FILE
                    AT END
                        MOVE "10" TO RESP-FILE-STAT
                    NOT AT END
                        PERFORM 4100-RESPONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE MWSTUB-RESP-FILE.

        4100-RESPONE.
            IF RESP-REC = SPACES OR RESP-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            EVALUATE RESP-REC(1:4)
                WHEN "PAT|"
                WHEN "POS|"
                WHEN "DEF|"
                    CONTINUE
                WHEN OTHER
                    DISPLAY "BAD RESPONSE SKIPPED : " RESP-REC(1:60)
                    GO TO 4100-EXIT
            END-EVALUATE.

            IF RESP-CNT >= 50
                DISPLAY "RESPONSE TABLE FULL, LINE SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO RL-KIND.
            MOVE SPACES TO RL-ARG.
            MOVE SPACES TO RL-DEST.
            MOVE SPACES TO RL-DELAY.
            MOVE SPACES TO RL-MODE.
            MOVE 1 TO RL-UPTR.
            UNSTRING RESP-REC DELIMITED BY "|"
                INTO RL-KIND, RL-ARG, RL-DEST, RL-DELAY, RL-MODE
                POINTER RL-UPTR
            END-UNSTRING.

            COMPUTE RESP-IDX = RESP-CNT + 1.
            MOVE FUNCTION TRIM(RL-KIND) TO S-KIND(RESP-IDX).
            MOVE SPACES TO S-TEXT(RESP-IDX).
            MOVE 0 TO S-TLEN(RESP-IDX).
            MOVE 0 TO S-POS(RESP-IDX).
            MOVE 0 TO S-PLEN(RESP-IDX).
            MOVE SPACES TO S-DTYPE(RESP-IDX).
            MOVE SPACES TO S-DQUE(RESP-IDX).
            MOVE 0 TO S-ID(RESP-IDX).
            MOVE SPACE TO S-OPEN(RESP-IDX).
            MOVE 0 TO S-DELAY(RESP-IDX).
            MOVE SPACES TO S-BODY(RESP-IDX).
            MOVE 0 TO S-BLEN(RESP-IDX).
            MOVE 0 TO S-CNT(RESP-IDX).

            EVALUATE S-KIND(RESP-IDX)
                WHEN "PAT"
                    MOVE RL-ARG(1:64) TO S-TEXT(RESP-IDX)
                    IF S-TEXT(RESP-IDX) = SPACES
                        DISPLAY "BAD RESPONSE SKIPPED : "
                                RESP-REC(1:60)
                        GO TO 4100-EXIT
                    END-IF
                    COMPUTE S-TLEN(RESP-IDX) = FUNCTION LENGTH(
                            FUNCTION TRIM(S-TEXT(RESP-IDX)))
                WHEN "POS"
                    MOVE SPACES TO RL-P1
                    MOVE SPACES TO RL-P2
                    MOVE SPACES TO RL-P3
                    MOVE 1 TO RL-UPTR2
                    UNSTRING RL-ARG DELIMITED BY ","
                        INTO RL-P1, RL-P2, RL-P3
                        POINTER RL-UPTR2
                    END-UNSTRING
                    COMPUTE S-POS(RESP-IDX) = FUNCTION NUMVAL(RL-P1)
                    COMPUTE S-PLEN(RESP-IDX) = FUNCTION NUMVAL(RL-P2)
                    MOVE RL-P3 TO S-TEXT(RESP-IDX)
                    IF S-POS(RESP-IDX) < 1 OR S-PLEN(RESP-IDX) < 1
                    OR S-PLEN(RESP-IDX) > 64
                        DISPLAY "BAD RESPONSE SKIPPED : "
                                RESP-REC(1:60)
                        GO TO 4100-EXIT
                    END-IF
                WHEN "DEF"
                    MOVE "*" TO S-TEXT(RESP-IDX)
            END-EVALUATE.

      * 回覆 QUE 空白時用 -rq 預設回覆 QUE(同請求 QUE TYPE)
            MOVE 1 TO RL-UPTR2.
            UNSTRING RL-DEST DELIMITED BY ","
                INTO S-DTYPE(RESP-IDX), S-DQUE(RESP-IDX)
                POINTER RL-UPTR2
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(S-DTYPE(RESP-IDX))
                TO S-DTYPE(RESP-IDX).
            IF S-DQUE(RESP-IDX) = SPACES
                MOVE DEF-REPLY-QUE TO S-DQUE(RESP-IDX)
                IF SRC-POSIX
                    MOVE "POSIX" TO S-DTYPE(RESP-IDX)
                ELSE
                    MOVE "SYSV" TO S-DTYPE(RESP-IDX)
                END-IF
            END-IF.

            IF RL-DELAY NOT = SPACES
                COMPUTE S-DELAY(RESP-IDX) = FUNCTION NUMVAL(RL-DELAY)
            END-IF.

            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RL-MODE))
                TO S-MODE(RESP-IDX).
            IF S-MODE(RESP-IDX) = SPACES
                MOVE "OK" TO S-MODE(RESP-IDX)
            END-IF.

      * 回覆內容取第 6 欄起整段(內容本身可含 |)
            IF RL-UPTR <= LENGTH OF RESP-REC
                MOVE RESP-REC(RL-UPTR:) TO S-BODY(RESP-IDX)
            END-IF.
      * 回覆須有內容(MWCALL 只認封套之後有資料的回覆)
            IF S-BODY(RESP-IDX) = SPACES
                IF S-MODE(RESP-IDX) = "ERR"
                    MOVE "STUB ERROR" TO S-BODY(RESP-IDX)
                ELSE
                    MOVE "STUB OK" TO S-BODY(RESP-IDX)
                END-IF
            END-IF.
            IF S-BODY(RESP-IDX) NOT = SPACES
                COMPUTE S-BLEN(RESP-IDX) = FUNCTION LENGTH(
                        FUNCTION TRIM(S-BODY(RESP-IDX) TRAILING))
            END-IF.

            IF (S-MODE(RESP-IDX) NOT = "OK"
                AND S-MODE(RESP-IDX) NOT = "ERR"
                AND S-MODE(RESP-IDX) NOT = "TMO")
            OR S-DELAY(RESP-IDX) < 0
            OR (S-MODE(RESP-IDX) NOT = "TMO"
                AND (S-DQUE(RESP-IDX) = SPACES
                     OR (S-DTYPE(RESP-IDX) NOT = "POSIX"
                         AND S-DTYPE(RESP-IDX) NOT = "SYSV")))
                DISPLAY "BAD RESPONSE SKIPPED : " RESP-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

            MOVE RESP-IDX TO RESP-CNT.

        4100-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 開啟請求 QUE(非阻塞接收)
      *-----------------------------------------------------------
        4200-SRCOPEN.
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
                DISPLAY "REQUEST QUE OPEN FAILED : " SRC-NAME(1:40)
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 輪詢一次：取完請求 QUE 目前可取的訊息並逐筆應答
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
                        PERFORM 5500-STUBONE THRU 5500-EXIT
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
                        PERFORM 5500-STUBONE THRU 5500-EXIT
                    END-IF
                END-IF
            END-PERFORM.

            IF RET-CODE NOT = IPCERR_OK
            AND RET-CODE NOT = IPCERR_ENOMSG
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 應答一筆：封套之後的內容由上而下比對，第一條符合者生效
      *-----------------------------------------------------------
        5500-STUBONE.
            COMPUTE REQ-CNT = REQ-CNT + 1.
            IF RAW-ON OR CUR-LEN < 16
                MOVE 0 TO HDR-LEN
            ELSE
                MOVE 16 TO HDR-LEN
            END-IF.
            COMPUTE PAY-LEN = CUR-LEN - HDR-LEN.
            MOVE SPACES TO PAY-BODY.
            IF PAY-LEN > 0
                MOVE CUR-BODY(HDR-LEN + 1:PAY-LEN)
                    TO PAY-BODY(1:PAY-LEN)
            END-IF.

            MOVE 0 TO RESP-HIT.
            PERFORM VARYING RESP-IDX FROM 1 BY 1
                    UNTIL RESP-IDX > RESP-CNT OR RESP-HIT > 0
                PERFORM 5600-MATCHONE
                IF MATCH-CNT > 0
                    MOVE RESP-IDX TO RESP-HIT
                END-IF
            END-PERFORM.

      * 無符合且無 DEF：寄存死信檔，不無聲丟棄
            IF RESP-HIT = 0
                COMPUTE NOMATCH-CNT = NOMATCH-CNT + 1
                MOVE "MWSTUB" TO DLQP-PGM
                MOVE "NO STUB RESPONSE" TO DLQP-REASON
                IF SRC-POSIX
                    MOVE "POSIX" TO DLQP-TYPE
                ELSE
                    MOVE "SYSV" TO DLQP-TYPE
                END-IF
                MOVE SRC-NAME TO DLQP-QUE
                MOVE CUR-PRI TO DLQP-PRIOR
                MOVE CUR-LEN TO DLQP-LEN
                MOVE CUR-BODY(1:CUR-LEN) TO DLQP-BODY
                PERFORM 1960-DLQPARK
                GO TO 5500-EXIT
            END-IF.

            ADD 1 TO S-CNT(RESP-HIT).

            IF S-DELAY(RESP-HIT) > 0
                COMPUTE DELAY-USEC = S-DELAY(RESP-HIT) * 1000
                CALL 'MW$UTILS' USING
                    BY VALUE    SLEEP_USEC,
                    BY VALUE    DELAY-USEC
            END-IF.

      * TMO：收下請求不回覆，模擬下游逾時
            IF S-MODE(RESP-HIT) = "TMO"
                COMPUTE TMO-SIM-CNT = TMO-SIM-CNT + 1
                GO TO 5500-EXIT
            END-IF.

            PERFORM 6000-REPLY.
            IF S-MODE(RESP-HIT) = "ERR"
                COMPUTE ERR-SIM-CNT = ERR-SIM-CNT + 1
            END-IF.

        5500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 比對一條回應，MATCH-CNT > 0 表示符合
      *-----------------------------------------------------------
        5600-MATCHONE.
            MOVE 0 TO MATCH-CNT.
            EVALUATE S-KIND(RESP-IDX)
                WHEN "PAT"
                    IF S-TLEN(RESP-IDX) <= PAY-LEN
                        INSPECT PAY-BODY(1:PAY-LEN)
                            TALLYING MATCH-CNT FOR ALL
                            S-TEXT(RESP-IDX)(1:S-TLEN(RESP-IDX))
                    END-IF
                WHEN "POS"
                    IF S-POS(RESP-IDX) + S-PLEN(RESP-IDX) - 1
                        <= PAY-LEN
                        IF PAY-BODY(S-POS(RESP-IDX):
                                    S-PLEN(RESP-IDX))
                           = S-TEXT(RESP-IDX)(1:S-PLEN(RESP-IDX))
                            MOVE 1 TO MATCH-CNT
                        END-IF
                    END-IF
                WHEN "DEF"
                    MOVE 1 TO MATCH-CNT
            END-EVALUATE.

      *-----------------------------------------------------------
      * 組回覆：原封套 + 回應內容(*ECHO 為請求內容)，送往回覆
      * QUE(首次使用時開啟)
      *-----------------------------------------------------------
        6000-REPLY.
            MOVE SPACES TO RPY-BODY.
            IF HDR-LEN > 0
                MOVE CUR-BODY(1:HDR-LEN) TO RPY-BODY(1:HDR-LEN)
            END-IF.
            IF S-BODY(RESP-HIT) = "*ECHO"
                IF PAY-LEN > 0
                    MOVE PAY-BODY(1:PAY-LEN)
                        TO RPY-BODY(HDR-LEN + 1:PAY-LEN)
                END-IF
                COMPUTE RPY-LEN = HDR-LEN + PAY-LEN
            ELSE
                IF S-BLEN(RESP-HIT) > 0
                    MOVE S-BODY(RESP-HIT)(1:S-BLEN(RESP-HIT))
                        TO RPY-BODY(HDR-LEN + 1:S-BLEN(RESP-HIT))
                END-IF
                COMPUTE RPY-LEN = HDR-LEN + S-BLEN(RESP-HIT)
            END-IF.

            MOVE SPACES TO DST-QUE.
            MOVE S-DQUE(RESP-HIT) TO DST-NAME.
            IF S-OPEN(RESP-HIT) NOT = "Y"
                MOVE 0 TO DST-ID
                PERFORM 6200-DSTOPEN
                IF RET-CODE NOT = IPCERR_OK
                    DISPLAY "REPLY QUE OPEN FAILED : " DST-NAME(1:40)
                    PERFORM 6900-DLQREPLY
                    GO TO 1000-ERR
                END-IF
                MOVE DST-ID TO S-ID(RESP-HIT)
                MOVE "Y" TO S-OPEN(RESP-HIT)
            END-IF.

            MOVE S-ID(RESP-HIT) TO DST-ID.
            PERFORM 6300-DSTSEND.
            IF RET-CODE NOT = IPCERR_OK
                PERFORM 6900-DLQREPLY
                GO TO 1000-ERR
            END-IF.

            COMPUTE REPLY-CNT = REPLY-CNT + 1.

      *-----------------------------------------------------------
      * 開啟回覆 QUE
      *-----------------------------------------------------------
        6200-DSTOPEN.
            IF S-DTYPE(RESP-HIT) = "POSIX"
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

      *-----------------------------------------------------------
      * 送出回覆(優先序/MSG TYPE 同請求)
      *-----------------------------------------------------------
        6300-DSTSEND.
            IF S-DTYPE(RESP-HIT) = "POSIX"
                MOVE RPY-LEN TO MQ-LEN
                MOVE CUR-PRI TO MQ-PRIOR
                MOVE RPY-BODY TO MQ-BODY
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-SEND,
                    BY VALUE        DST-ID,
                    BY REFERENCE    MQ-DATA,
                    GIVING INTO RET-CODE
            ELSE
                MOVE RPY-LEN TO MSG-LEN
                MOVE CUR-PRI TO MSG-TYPE
                IF MSG-TYPE < 1
                    MOVE 1 TO MSG-TYPE
                END-IF
                MOVE RPY-BODY TO MSG-BODY
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-SEND,
                    BY VALUE        DST-ID,
                    BY REFERENCE    MSG-DATA,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            END-IF.

      *-----------------------------------------------------------
      * 回覆送出失敗：本筆回覆寄存共用死信檔(按回覆 QUE)後中止
      *-----------------------------------------------------------
        6900-DLQREPLY.
            MOVE "MWSTUB" TO DLQP-PGM.
            MOVE "STUB REPLY FAILED" TO DLQP-REASON.
            MOVE S-DTYPE(RESP-HIT) TO DLQP-TYPE.
            MOVE S-DQUE(RESP-HIT) TO DLQP-QUE.
            MOVE CUR-PRI TO DLQP-PRIOR.
            MOVE RPY-LEN TO DLQP-LEN.
            MOVE SPACES TO DLQP-BODY.
            IF RPY-LEN > 0
                MOVE RPY-BODY(1:RPY-LEN) TO DLQP-BODY
            END-IF.
            PERFORM 1960-DLQPARK.

        COPY "DLQPD.DEF".

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔；停止請求約每秒檢查一次
      *-----------------------------------------------------------
        5900-CYCLECHK.
            ADD 1 TO CYCLE-CNT.
            IF FUNCTION MOD(CYCLE-CNT, SVC-EVERY) = 1
            OR SVC-EVERY = 1
      * 停止請求：本輪收尾後退出
                PERFORM 1510-SVCCYCLE THRU 1510-EXIT
                IF SVC-STOP-REQ
                    MOVE "Y" TO STUB-DONE-SW
                END-IF
            END-IF.

            IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                MOVE "Y" TO STUB-DONE-SW
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
            MOVE "MWSTUB" TO AUDIT-PGM.

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
            MOVE "MWSTUB"        TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE SRC-NAME TO INCLOG-QUE.
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
      * 必要參數 : -r resp_file 及 que_name (必須為最後一個)
      * 選擇性參數 : -t type , -rq reply_que , -i poll_ms ,
      *              -cycles cnt , -raw
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

            IF SRC-NAME = SPACES OR RESP-FILE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.

            EVALUATE FUNCTION TRIM(SRC-TYPE)
                WHEN "posix"
                WHEN "POSIX"
                    MOVE "Y" TO SRC-POSIX-SW
                WHEN "sysv"
                WHEN "SYSV"
                    CONTINUE
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

            IF POLL-MS < 1
                MOVE 1 TO POLL-MS
            END-IF.
            COMPUTE INTERVAL-USEC = POLL-MS * 1000.
      * 停止請求約每秒檢查一次
            COMPUTE SVC-EVERY = 1000 / POLL-MS.
            IF SVC-EVERY < 1
                MOVE 1 TO SVC-EVERY
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-raw"    MOVE "Y" TO RAW-SW
                WHEN "-r"      MOVE PARAM TO PARAM-PREV
                WHEN "-t"      MOVE PARAM TO PARAM-PREV
                WHEN "-rq"     MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-r"
                            MOVE PARAM TO RESP-FILE-NAME
                        WHEN "-t"
                            MOVE PARAM TO SRC-TYPE
                        WHEN "-rq"
                            MOVE PARAM TO DEF-REPLY-QUE
                        WHEN "-i"
                            COMPUTE POLL-MS = FUNCTION NUMVAL(PARAM)
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

            DISPLAY "MWSTUB - Canned-Response Stub Service".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWSTUB -r resp_file [options] $req_que".
            DISPLAY " ".
            DISPLAY "  resp_file, first match wins:".
            DISPLAY "    PAT|text|TYPE,RQUE|delay_ms|mode|body".
            DISPLAY "    POS|start,len,value|TYPE,RQUE|delay_ms|mode|"
                    "body".
            DISPLAY "    DEF|*|TYPE,RQUE|delay_ms|mode|body".
            DISPLAY "    mode: OK Reply, ERR Error Reply,".
            DISPLAY "          TMO No Reply (Timeout)".
            DISPLAY "    body *ECHO Returns The Request Payload".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -r resp_file       Response Table".
            DISPLAY "  [-t posix|sysv]    Request Que Type,".
            DISPLAY "                     default posix".
            DISPLAY "  [-rq reply_que]    Reply Que When Entry Has".
            DISPLAY "                     None (Request Que Type)".
            DISPLAY "  [-raw]             Requests Have No Envelope".
            DISPLAY "  [-i poll_ms]       Poll Interval, default 10".
            DISPLAY "  [-cycles cnt]      Stop After N Polls".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWSTUB.
