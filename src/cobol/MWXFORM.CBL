      */--------------------------------------------------------------
      * MWXFORM.CBL
      * 訊息轉換程式：依每 QUE 轉換規則改排版面後轉送目的 QUE
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 上下游固定位置版面不一致時，過去在 MQRECV 與 MQSEND 之
      *    間夾 shell 腳本轉換；本程式比照 MWROUTE 常駐輪詢，自
      *    來源 QUE 接收、依該 QUE 的轉換規則組出新版面，送往目的
      *    QUE
      * 2. 規則檔一行一條(欄位以 | 分隔，* 開頭為註解)；MAP 宣告
      *    一組來源->目的對應，其後的欄位規則屬於該 MAP，一個規則
      *    檔可有多組 MAP(一個常駐實例同時服務多條轉換管線)：
      *      MAP|name|TYPE,SRC_QUE|TYPE,DST_QUE|out_len|NONE/E/GRP
      *      MOV|rule|spos,len,dpos             原樣搬移
      *      PAD|rule|spos,slen,dpos,dlen,c,L/R 搬移並補足(c 補位
      *                                         字元預設空白；R 靠左
      *                                         補右、L 靠右補左)
      *      TRN|rule|spos,slen,dpos,dlen       截短(dlen <= slen)
      *      CON|rule|dpos,len,value            填常數(單一字元時
      *                                         填滿整欄)
      *      XLT|rule|spos,slen,dpos,dlen,tbl   代碼轉換
      *      TBL|tbl|from|to                    代碼對照(from 為 *
      *                                         時為預設值)
      *    位置以 1 起算，皆相對於封套之後的內容；out_len 空白或
      *    0 時取各規則目的欄位最大結尾；未被規則填寫的位置為空白
      * 3. MAP 末欄指定來源封套：E 為 MQSEND -e 的 16 BYTES、GRP
      *    為 -grp 的 32 BYTES，封套原樣保留不參與轉換；群組收組
      *    標記(旗標 2)原樣轉送，MQRECV -grp 仍能整組交付
      * 4. 轉換失敗(來源欄位超出訊息長度、代碼查無對照且無預設)
      *    原訊息以失敗規則名為原因寄存共用死信檔(MWDLQF)，按來源
      *    QUE 登記，修正規則後可以 MWDLQ 回送重轉；目的 QUE 送出
      *    失敗亦寄存後中止(同 MWROUTE)
      * 5. -i interval_sec 常駐輪詢(預設 5 秒)，-cycles cnt 限制
      *    輪數；單一實例鎖/停止請求同其他常駐程式(SVCPD)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWXFORM.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -r 轉換規則檔，一行一條規則
            SELECT MWXFORM-RULE-FILE ASSIGN TO RULE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RULE-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "SVCSL.DEF".
            COPY "DLQSL.DEF".
            COPY "TRACESL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  MWXFORM-RULE-FILE.
        01  RULE-REC                PIC X(200).
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

        77  RULE-FILE-STAT      PIC XX.
            88 RULE-EOF         VALUE "10".
        01  RULE-FILE-NAME      PIC X(256) VALUE SPACES.

      * 來源->目的對應表(MAP)，欄位規則以 M-OP1 起連續 M-OPN 條
        01  MAP-TAB.
            05  MAP-ENT OCCURS 20 TIMES.
                10  M-NAME      PIC X(20).
                10  M-STYPE     PIC X(5).
                10  M-SQUE      PIC X(64).
                10  M-DTYPE     PIC X(5).
                10  M-DQUE      PIC X(64).
                10  M-OLEN      SIGNED-INT.
                10  M-HDR       SIGNED-INT.
                10  M-SID       SIGNED-INT.
                10  M-DID       SIGNED-INT.
                10  M-OP1       SIGNED-INT.
                10  M-OPN       SIGNED-INT.
                10  M-IN        SIGNED-LONG.
                10  M-OUT       SIGNED-LONG.
                10  M-PASS      SIGNED-LONG.
                10  M-FAIL      SIGNED-LONG.
        77  MAP-CNT             SIGNED-INT VALUE 0.
        77  MAP-IDX             SIGNED-INT VALUE 0.

      * 欄位規則表
        01  OP-TAB.
            05  OP-ENT OCCURS 200 TIMES.
                10  O-KIND      PIC X(3).
                10  O-NAME      PIC X(20).
                10  O-SPOS      SIGNED-INT.
                10  O-SLEN      SIGNED-INT.
                10  O-DPOS      SIGNED-INT.
                10  O-DLEN      SIGNED-INT.
                10  O-CHAR      PIC X.
                10  O-JUST      PIC X.
                10  O-TEXT      PIC X(64).
                10  O-TLEN      SIGNED-INT.
                10  O-TBL       PIC X(16).
                10  O-FAIL      SIGNED-LONG.
        77  OP-CNT              SIGNED-INT VALUE 0.
        77  OP-IDX              SIGNED-INT VALUE 0.
        77  OP-END              SIGNED-INT VALUE 0.
        77  OP-BAD              SIGNED-INT VALUE 0.

      * 代碼對照表
        01  TBL-TAB.
            05  TBL-ENT OCCURS 500 TIMES.
                10  T-NAME      PIC X(16).
                10  T-FROM      PIC X(32).
                10  T-TO        PIC X(32).
        77  TBL-CNT             SIGNED-INT VALUE 0.
        77  TBL-IDX             SIGNED-INT VALUE 0.
        77  TBL-HIT             SIGNED-INT VALUE 0.
        77  TBL-DEF             SIGNED-INT VALUE 0.

      * 規則行拆解
        01  RL-KIND             PIC X(10).
        01  RL-NAME             PIC X(20).
        01  RL-ARG              PIC X(80).
        01  RL-DEST             PIC X(80).
        01  RL-LEN              PIC X(10).
        01  RL-ENV              PIC X(10).
        77  RL-UPTR             PIC 9(3).
        01  RA-1                PIC X(64).
        01  RA-2                PIC X(64).
        01  RA-3                PIC X(64).
        01  RA-4                PIC X(64).
        01  RA-5                PIC X(64).
        01  RA-6                PIC X(64).
        77  RL-UPTR2            PIC 9(3).
        77  RULE-OK-SW          PIC X VALUE SPACE.
            88 RULE-OK          VALUE 'Y'.

        77  INTERVAL-SEC        SIGNED-INT VALUE 5.
        77  INTERVAL-USEC       SIGNED-LONG VALUE 0.
        77  CYCLE-MAX           SIGNED-INT VALUE 0.
        77  CYCLE-CNT           SIGNED-INT VALUE 0.
        77  XFORM-DONE-SW       PIC X VALUE SPACE.
            88 XFORM-DONE       VALUE 'Y'.

        77  XFORM-CNT           SIGNED-LONG VALUE 0.
        77  FAIL-CNT            SIGNED-LONG VALUE 0.
        77  CNT-DISP            PIC -(9)9.
        77  CNT-DISP2           PIC -(9)9.
        77  CNT-DISP3           PIC -(9)9.

      * 本筆訊息共通視圖；封套欄位同 MQSEND -e/-grp
        77  CUR-LEN             SIGNED-INT VALUE 0.
        77  CUR-PRI             SIGNED-LONG VALUE 0.
        01  CUR-BODY            PIC X(10240).
        01  FILLER REDEFINES CUR-BODY.
            05 CUR-ENV-SEQ      SIGNED-LONG.
            05 CUR-ENV-TICKS    SIGNED-LONG.
            05 CUR-ENV-GRPID    SIGNED-LONG.
            05 CUR-ENV-GRPMBR   SIGNED-INT.
            05 CUR-ENV-GRPFLG   SIGNED-INT.

      * 轉換工作區：PAY 為封套後的來源內容，OUT 為新版面
        77  HDR-LEN             SIGNED-INT VALUE 0.
        77  PAY-LEN             SIGNED-INT VALUE 0.
        01  PAY-BODY            PIC X(10240).
        77  OUT-LEN             SIGNED-INT VALUE 0.
        01  OUT-BODY            PIC X(10240).
        77  SND-LEN             SIGNED-INT VALUE 0.
        01  SND-BODY            PIC X(10240).
        77  XF-FAIL-SW          PIC X VALUE SPACE.
            88 XF-FAIL          VALUE 'Y'.
        01  XF-FAIL-RULE        PIC X(20) VALUE SPACES.
        77  VAL-FROM            SIGNED-INT VALUE 0.
        77  VAL-TO              SIGNED-INT VALUE 0.
        77  VAL-LEN             SIGNED-INT VALUE 0.
        77  VAL-IDX             SIGNED-INT VALUE 0.
        01  XLT-KEY             PIC X(32).

        01  SRC-TYPE            PIC X(5) VALUE SPACES.
        01  SRC-QUE.
            05  SRC-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.
        01  SRC-ID              SIGNED-INT VALUE 0.
        01  DST-TYPE            PIC X(5) VALUE SPACES.
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
            MOVE "MWXFORM" TO SVC-NAME.
            PERFORM 1500-SVCSTART THRU 1500-EXIT.
            IF SVC-DUP
                DISPLAY "ANOTHER INSTANCE HOLDS "
                        SVC-LOCK-NAME(1:20) " - START REFUSED"
                DISPLAY "(USE MWSVC -clear IF IT IS A STALE LOCK)"
                MOVE MWRC-DENY TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.

            PERFORM 4000-RULELOAD.

            IF MAP-CNT = 0
                DISPLAY "NO USABLE MAP IN " RULE-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.

            PERFORM VARYING MAP-IDX FROM 1 BY 1
                    UNTIL MAP-IDX > MAP-CNT
                PERFORM 4200-MAPOPEN
            END-PERFORM.

            PERFORM TEST BEFORE UNTIL XFORM-DONE
                PERFORM VARYING MAP-IDX FROM 1 BY 1
                        UNTIL MAP-IDX > MAP-CNT
                    PERFORM 5000-SWEEP
                END-PERFORM
                PERFORM 5900-CYCLECHK
            END-PERFORM.

            DISPLAY "-----------------------------------------------".
            MOVE XFORM-CNT TO CNT-DISP.
            MOVE FAIL-CNT TO CNT-DISP2.
            DISPLAY "TOTAL TRANSFORMED : " CNT-DISP
                    "  FAILED(DLQ) : " CNT-DISP2.
            PERFORM VARYING MAP-IDX FROM 1 BY 1
                    UNTIL MAP-IDX > MAP-CNT
                MOVE M-OUT(MAP-IDX) TO CNT-DISP
                MOVE M-FAIL(MAP-IDX) TO CNT-DISP2
                MOVE M-PASS(MAP-IDX) TO CNT-DISP3
                DISPLAY "  MAP " M-NAME(MAP-IDX) " "
                        M-SQUE(MAP-IDX)(1:24) " -> "
                        M-DQUE(MAP-IDX)(1:24)
                DISPLAY "      OUT " CNT-DISP " FAIL " CNT-DISP2
                        " GRPEND " CNT-DISP3
                COMPUTE OP-END = M-OP1(MAP-IDX) + M-OPN(MAP-IDX) - 1
                PERFORM VARYING OP-IDX FROM M-OP1(MAP-IDX) BY 1
                        UNTIL OP-IDX > OP-END
                    IF O-FAIL(OP-IDX) > 0
                        MOVE O-FAIL(OP-IDX) TO CNT-DISP
                        DISPLAY "      RULE " O-NAME(OP-IDX)
                                " FAILED : " CNT-DISP
                    END-IF
                END-PERFORM

                MOVE "XFORM" TO AUDIT-ACTION
                MOVE M-SQUE(MAP-IDX) TO AUDIT-QUE
                MOVE M-OUT(MAP-IDX) TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-PERFORM.

            IF FAIL-CNT > 0
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
      * 載入轉換規則檔
      *-----------------------------------------------------------
        4000-RULELOAD.
            OPEN INPUT MWXFORM-RULE-FILE.
            IF RULE-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RULE FILE : " RULE-FILE-NAME;
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL RULE-EOF
                READ MWXFORM-RULE-FILE
                    AT END
                        MOVE "10" TO RULE-FILE-STAT
                    NOT AT END
                        PERFORM 4100-RULEONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE MWXFORM-RULE-FILE.

      * out_len 未指定者取各規則目的欄位最大結尾
            PERFORM VARYING MAP-IDX FROM 1 BY 1
                    UNTIL MAP-IDX > MAP-CNT
                IF M-OLEN(MAP-IDX) = 0
                    COMPUTE OP-END = M-OP1(MAP-IDX)
                                   + M-OPN(MAP-IDX) - 1
                    PERFORM VARYING OP-IDX FROM M-OP1(MAP-IDX) BY 1
                            UNTIL OP-IDX > OP-END
                        IF O-DPOS(OP-IDX) + O-DLEN(OP-IDX) - 1
                           > M-OLEN(MAP-IDX)
                            COMPUTE M-OLEN(MAP-IDX) =
                                    O-DPOS(OP-IDX) + O-DLEN(OP-IDX) - 1
                        END-IF
                    END-PERFORM
                END-IF
                IF M-OPN(MAP-IDX) = 0
                    DISPLAY "MAP " M-NAME(MAP-IDX)
                            " HAS NO FIELD RULES"
                END-IF
            END-PERFORM.

        4100-RULEONE.
            IF RULE-REC = SPACES OR RULE-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO RL-KIND.
            MOVE SPACES TO RL-NAME.
            MOVE SPACES TO RL-ARG.
            MOVE SPACES TO RL-DEST.
            MOVE SPACES TO RL-LEN.
            MOVE SPACES TO RL-ENV.
            MOVE 1 TO RL-UPTR.
            UNSTRING RULE-REC DELIMITED BY "|"
                INTO RL-KIND, RL-NAME, RL-ARG, RL-DEST,
                     RL-LEN, RL-ENV
                POINTER RL-UPTR
            END-UNSTRING.

            EVALUATE FUNCTION TRIM(RL-KIND)
                WHEN "MAP"
                    PERFORM 4150-MAPADD
                WHEN "TBL"
                    PERFORM 4170-TBLADD
                WHEN "MOV"
                WHEN "PAD"
                WHEN "TRN"
                WHEN "CON"
                WHEN "XLT"
                    PERFORM 4160-OPADD
                WHEN OTHER
                    DISPLAY "BAD RULE SKIPPED : " RULE-REC(1:60)
            END-EVALUATE.

        4100-EXIT.
            CONTINUE.

        4150-MAPADD.
            IF MAP-CNT >= 20
                DISPLAY "MAP TABLE FULL, MAP SKIPPED : "
                        RL-NAME
                GO TO 4100-EXIT
            END-IF.

            COMPUTE MAP-CNT = MAP-CNT + 1.
            MOVE RL-NAME TO M-NAME(MAP-CNT).
            MOVE SPACES TO M-STYPE(MAP-CNT).
            MOVE SPACES TO M-SQUE(MAP-CNT).
            MOVE SPACES TO M-DTYPE(MAP-CNT).
            MOVE SPACES TO M-DQUE(MAP-CNT).
            MOVE 1 TO RL-UPTR2.
            UNSTRING RL-ARG DELIMITED BY ","
                INTO M-STYPE(MAP-CNT), M-SQUE(MAP-CNT)
                POINTER RL-UPTR2
            END-UNSTRING.
            MOVE 1 TO RL-UPTR2.
            UNSTRING RL-DEST DELIMITED BY ","
                INTO M-DTYPE(MAP-CNT), M-DQUE(MAP-CNT)
                POINTER RL-UPTR2
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(M-STYPE(MAP-CNT))
                TO M-STYPE(MAP-CNT).
            MOVE FUNCTION UPPER-CASE(M-DTYPE(MAP-CNT))
                TO M-DTYPE(MAP-CNT).
            COMPUTE M-OLEN(MAP-CNT) = FUNCTION NUMVAL(RL-LEN).
            EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(RL-ENV))
                WHEN "E"
                    MOVE 16 TO M-HDR(MAP-CNT)
                WHEN "GRP"
                    MOVE 32 TO M-HDR(MAP-CNT)
                WHEN OTHER
                    MOVE 0 TO M-HDR(MAP-CNT)
            END-EVALUATE.
            MOVE 0 TO M-SID(MAP-CNT).
            MOVE 0 TO M-DID(MAP-CNT).
            COMPUTE M-OP1(MAP-CNT) = OP-CNT + 1.
            MOVE 0 TO M-OPN(MAP-CNT).
            MOVE 0 TO M-IN(MAP-CNT).
            MOVE 0 TO M-OUT(MAP-CNT).
            MOVE 0 TO M-PASS(MAP-CNT).
            MOVE 0 TO M-FAIL(MAP-CNT).

            IF M-SQUE(MAP-CNT) = SPACES OR M-DQUE(MAP-CNT) = SPACES
            OR (M-STYPE(MAP-CNT) NOT = "POSIX"
                AND M-STYPE(MAP-CNT) NOT = "SYSV")
            OR (M-DTYPE(MAP-CNT) NOT = "POSIX"
                AND M-DTYPE(MAP-CNT) NOT = "SYSV")
            OR M-OLEN(MAP-CNT) < 0
            OR M-OLEN(MAP-CNT) + M-HDR(MAP-CNT) > 10240
                DISPLAY "BAD MAP SKIPPED : " RULE-REC(1:60)
                COMPUTE MAP-CNT = MAP-CNT - 1
            END-IF.

      *-----------------------------------------------------------
      * 欄位規則歸屬最近一個 MAP；參數不合理即略過該條
      *-----------------------------------------------------------
        4160-OPADD.
            IF MAP-CNT = 0
                DISPLAY "RULE BEFORE ANY MAP SKIPPED : "
                        RULE-REC(1:40)
                GO TO 4100-EXIT
            END-IF.
      * 欄位規則須緊接在其 MAP 之後(上一個 MAP 已被略過時不收)
            IF M-OP1(MAP-CNT) + M-OPN(MAP-CNT) NOT = OP-CNT + 1
                DISPLAY "RULE OUTSIDE MAP SKIPPED : "
                        RULE-REC(1:40)
                GO TO 4100-EXIT
            END-IF.
            IF OP-CNT >= 200
                DISPLAY "RULE TABLE FULL, RULE SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO RA-1.
            MOVE SPACES TO RA-2.
            MOVE SPACES TO RA-3.
            MOVE SPACES TO RA-4.
            MOVE SPACES TO RA-5.
            MOVE SPACES TO RA-6.
            MOVE 1 TO RL-UPTR2.
            UNSTRING RL-ARG DELIMITED BY ","
                INTO RA-1, RA-2, RA-3, RA-4, RA-5, RA-6
                POINTER RL-UPTR2
            END-UNSTRING.

            COMPUTE OP-IDX = OP-CNT + 1.
            MOVE FUNCTION TRIM(RL-KIND) TO O-KIND(OP-IDX).
            MOVE RL-NAME TO O-NAME(OP-IDX).
            MOVE 0 TO O-SPOS(OP-IDX).
            MOVE 0 TO O-SLEN(OP-IDX).
            MOVE 0 TO O-DPOS(OP-IDX).
            MOVE 0 TO O-DLEN(OP-IDX).
            MOVE SPACE TO O-CHAR(OP-IDX).
            MOVE "R" TO O-JUST(OP-IDX).
            MOVE SPACES TO O-TEXT(OP-IDX).
            MOVE 0 TO O-TLEN(OP-IDX).
            MOVE SPACES TO O-TBL(OP-IDX).
            MOVE 0 TO O-FAIL(OP-IDX).
            MOVE "Y" TO RULE-OK-SW.

            EVALUATE O-KIND(OP-IDX)
                WHEN "MOV"
                    COMPUTE O-SPOS(OP-IDX) = FUNCTION NUMVAL(RA-1)
                    COMPUTE O-SLEN(OP-IDX) = FUNCTION NUMVAL(RA-2)
                    COMPUTE O-DPOS(OP-IDX) = FUNCTION NUMVAL(RA-3)
                    MOVE O-SLEN(OP-IDX) TO O-DLEN(OP-IDX)
                WHEN "PAD"
                    COMPUTE O-SPOS(OP-IDX) = FUNCTION NUMVAL(RA-1)
                    COMPUTE O-SLEN(OP-IDX) = FUNCTION NUMVAL(RA-2)
                    COMPUTE O-DPOS(OP-IDX) = FUNCTION NUMVAL(RA-3)
                    COMPUTE O-DLEN(OP-IDX) = FUNCTION NUMVAL(RA-4)
                    IF RA-5 NOT = SPACES
                        MOVE RA-5(1:1) TO O-CHAR(OP-IDX)
                    END-IF
                    IF RA-6(1:1) = "L" OR RA-6(1:1) = "l"
                        MOVE "L" TO O-JUST(OP-IDX)
                    END-IF
                    IF O-DLEN(OP-IDX) < O-SLEN(OP-IDX)
                        MOVE SPACE TO RULE-OK-SW
                    END-IF
                WHEN "TRN"
                    COMPUTE O-SPOS(OP-IDX) = FUNCTION NUMVAL(RA-1)
                    COMPUTE O-SLEN(OP-IDX) = FUNCTION NUMVAL(RA-2)
                    COMPUTE O-DPOS(OP-IDX) = FUNCTION NUMVAL(RA-3)
                    COMPUTE O-DLEN(OP-IDX) = FUNCTION NUMVAL(RA-4)
                    IF O-DLEN(OP-IDX) > O-SLEN(OP-IDX)
                        MOVE SPACE TO RULE-OK-SW
                    END-IF
                WHEN "CON"
                    MOVE 1 TO O-SPOS(OP-IDX)
                    MOVE 1 TO O-SLEN(OP-IDX)
                    COMPUTE O-DPOS(OP-IDX) = FUNCTION NUMVAL(RA-1)
                    COMPUTE O-DLEN(OP-IDX) = FUNCTION NUMVAL(RA-2)
                    MOVE RA-3 TO O-TEXT(OP-IDX)
                    IF RA-3 = SPACES
                        MOVE 1 TO O-TLEN(OP-IDX)
                    ELSE
                        COMPUTE O-TLEN(OP-IDX) = FUNCTION LENGTH(
                                FUNCTION TRIM(RA-3 TRAILING))
                    END-IF
                WHEN "XLT"
                    COMPUTE O-SPOS(OP-IDX) = FUNCTION NUMVAL(RA-1)
                    COMPUTE O-SLEN(OP-IDX) = FUNCTION NUMVAL(RA-2)
                    COMPUTE O-DPOS(OP-IDX) = FUNCTION NUMVAL(RA-3)
                    COMPUTE O-DLEN(OP-IDX) = FUNCTION NUMVAL(RA-4)
                    MOVE RA-5 TO O-TBL(OP-IDX)
                    IF RA-5 = SPACES
                        MOVE SPACE TO RULE-OK-SW
                    END-IF
            END-EVALUATE.

            IF O-SPOS(OP-IDX) < 1 OR O-SLEN(OP-IDX) < 1
            OR O-DPOS(OP-IDX) < 1 OR O-DLEN(OP-IDX) < 1
            OR O-SPOS(OP-IDX) + O-SLEN(OP-IDX) - 1
               > 10240 - M-HDR(MAP-CNT)
            OR O-DPOS(OP-IDX) + O-DLEN(OP-IDX) - 1
               > 10240 - M-HDR(MAP-CNT)
                MOVE SPACE TO RULE-OK-SW
            END-IF.
            IF M-OLEN(MAP-CNT) > 0
            AND O-DPOS(OP-IDX) + O-DLEN(OP-IDX) - 1 > M-OLEN(MAP-CNT)
                MOVE SPACE TO RULE-OK-SW
            END-IF.

            IF NOT RULE-OK
                DISPLAY "BAD RULE SKIPPED : " RULE-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

            MOVE OP-IDX TO OP-CNT.
            ADD 1 TO M-OPN(MAP-CNT).

      * TBL|tbl|from|to：from 為 * 時為該表預設值
        4170-TBLADD.
            IF TBL-CNT >= 500
                DISPLAY "CODE TABLE FULL, ENTRY SKIPPED"
                GO TO 4100-EXIT
            END-IF.
            IF RL-NAME = SPACES OR RL-ARG = SPACES
                DISPLAY "BAD RULE SKIPPED : " RULE-REC(1:60)
                GO TO 4100-EXIT
            END-IF.
            COMPUTE TBL-CNT = TBL-CNT + 1.
            MOVE RL-NAME TO T-NAME(TBL-CNT).
            MOVE FUNCTION TRIM(RL-ARG) TO T-FROM(TBL-CNT).
            MOVE RL-DEST TO T-TO(TBL-CNT).

      *-----------------------------------------------------------
      * 開啟一組 MAP 的來源(非阻塞接收)與目的 QUE
      *-----------------------------------------------------------
        4200-MAPOPEN.
            MOVE SPACES TO SRC-QUE.
            MOVE M-SQUE(MAP-IDX) TO SRC-NAME.
            MOVE 0 TO SRC-ID.
            IF M-STYPE(MAP-IDX) = "POSIX"
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
            MOVE SRC-ID TO M-SID(MAP-IDX).

            MOVE SPACES TO DST-QUE.
            MOVE M-DQUE(MAP-IDX) TO DST-NAME.
            MOVE 0 TO DST-ID.
            IF M-DTYPE(MAP-IDX) = "POSIX"
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
                DISPLAY "TARGET QUE OPEN FAILED : " DST-NAME(1:40)
                GO TO 1000-ERR
            END-IF.
            MOVE DST-ID TO M-DID(MAP-IDX).

      *-----------------------------------------------------------
      * 輪詢一組 MAP：清空來源 QUE 目前可取的訊息並逐筆轉換
      *-----------------------------------------------------------
        5000-SWEEP.
            MOVE M-SID(MAP-IDX) TO SRC-ID.
            MOVE M-SQUE(MAP-IDX) TO SRC-NAME.
            PERFORM TEST AFTER UNTIL RET-CODE NOT = IPCERR_OK
                IF M-STYPE(MAP-IDX) = "POSIX"
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
                        PERFORM 5500-XFORMONE THRU 5500-EXIT
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
                        PERFORM 5500-XFORMONE THRU 5500-EXIT
                    END-IF
                END-IF
            END-PERFORM.

            IF RET-CODE NOT = IPCERR_OK
            AND RET-CODE NOT = IPCERR_ENOMSG
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 轉換一筆：封套原樣保留，其後內容依規則組成新版面
      *-----------------------------------------------------------
        5500-XFORMONE.
            ADD 1 TO M-IN(MAP-IDX).
            MOVE M-HDR(MAP-IDX) TO HDR-LEN.
            MOVE SPACE TO XF-FAIL-SW.
            MOVE SPACES TO XF-FAIL-RULE.

      * 訊息短於封套：版面不明，以 MAP 名寄存
            IF CUR-LEN < HDR-LEN
                MOVE "Y" TO XF-FAIL-SW
                MOVE M-NAME(MAP-IDX) TO XF-FAIL-RULE
                PERFORM 6800-DLQFAIL
                GO TO 5500-EXIT
            END-IF.

      * 群組收組標記不是業務內容，原樣轉送
            IF HDR-LEN = 32 AND CUR-ENV-GRPFLG = 2
                MOVE CUR-LEN TO SND-LEN
                MOVE CUR-BODY TO SND-BODY
                PERFORM 6300-DSTSEND
                ADD 1 TO M-PASS(MAP-IDX)
                GO TO 5500-EXIT
            END-IF.

            COMPUTE PAY-LEN = CUR-LEN - HDR-LEN.
            MOVE SPACES TO PAY-BODY.
            IF PAY-LEN > 0
                MOVE CUR-BODY(HDR-LEN + 1:PAY-LEN)
                    TO PAY-BODY(1:PAY-LEN)
            END-IF.
            MOVE M-OLEN(MAP-IDX) TO OUT-LEN.
            MOVE SPACES TO OUT-BODY.

            COMPUTE OP-END = M-OP1(MAP-IDX) + M-OPN(MAP-IDX) - 1.
            PERFORM VARYING OP-IDX FROM M-OP1(MAP-IDX) BY 1
                    UNTIL OP-IDX > OP-END OR XF-FAIL
                PERFORM 5600-OPONE
            END-PERFORM.

            IF XF-FAIL
                PERFORM 6800-DLQFAIL
                GO TO 5500-EXIT
            END-IF.

            MOVE SPACES TO SND-BODY.
            IF HDR-LEN > 0
                MOVE CUR-BODY(1:HDR-LEN) TO SND-BODY(1:HDR-LEN)
            END-IF.
            IF OUT-LEN > 0
                MOVE OUT-BODY(1:OUT-LEN)
                    TO SND-BODY(HDR-LEN + 1:OUT-LEN)
            END-IF.
            COMPUTE SND-LEN = HDR-LEN + OUT-LEN.
            PERFORM 6300-DSTSEND.

            ADD 1 TO M-OUT(MAP-IDX).
            COMPUTE XFORM-CNT = XFORM-CNT + 1.
            PERFORM 6700-TRACEDST.

        5500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 套用一條欄位規則；來源欄位超出內容長度即判轉換失敗
      *-----------------------------------------------------------
        5600-OPONE.
            IF O-KIND(OP-IDX) NOT = "CON"
            AND O-SPOS(OP-IDX) + O-SLEN(OP-IDX) - 1 > PAY-LEN
                PERFORM 5690-OPFAIL
            ELSE
                EVALUATE O-KIND(OP-IDX)
                    WHEN "MOV"
                        MOVE PAY-BODY(O-SPOS(OP-IDX):O-SLEN(OP-IDX))
                          TO OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
                    WHEN "TRN"
                        MOVE PAY-BODY(O-SPOS(OP-IDX):O-DLEN(OP-IDX))
                          TO OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
                    WHEN "PAD"
                        PERFORM 5620-OPPAD
                    WHEN "CON"
                        PERFORM 5630-OPCON
                    WHEN "XLT"
                        PERFORM 5640-OPXLT
                END-EVALUATE
            END-IF.

      * PAD：先以補位字元填滿目的欄，R 內容靠左(去尾空白)、L 內容
      * 靠右(去頭尾空白)
        5620-OPPAD.
            MOVE SPACES TO OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX)).
            INSPECT OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
                REPLACING ALL SPACE BY O-CHAR(OP-IDX).
            PERFORM 5650-VALBOUND.
            IF VAL-LEN > 0
                IF O-JUST(OP-IDX) = "L"
                    MOVE PAY-BODY(VAL-FROM:VAL-LEN)
                      TO OUT-BODY(O-DPOS(OP-IDX) + O-DLEN(OP-IDX)
                                  - VAL-LEN:VAL-LEN)
                ELSE
                    COMPUTE VAL-LEN = VAL-TO - O-SPOS(OP-IDX) + 1
                    MOVE PAY-BODY(O-SPOS(OP-IDX):VAL-LEN)
                      TO OUT-BODY(O-DPOS(OP-IDX):VAL-LEN)
                END-IF
            END-IF.

      * CON：單一字元填滿整欄，否則左靠補空白(過長截斷)
        5630-OPCON.
            IF O-TLEN(OP-IDX) = 1
                MOVE SPACES TO OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
                INSPECT OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
                    REPLACING ALL SPACE BY O-TEXT(OP-IDX)(1:1)
            ELSE
                MOVE O-TEXT(OP-IDX)
                  TO OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
            END-IF.

      * XLT：來源值(去頭尾空白)查對照表，查無時用 * 預設值，
      * 再查無即轉換失敗
        5640-OPXLT.
            PERFORM 5650-VALBOUND.
            MOVE SPACES TO XLT-KEY.
            IF VAL-LEN > 32
                MOVE 32 TO VAL-LEN
            END-IF.
            IF VAL-LEN > 0
                MOVE PAY-BODY(VAL-FROM:VAL-LEN) TO XLT-KEY
            END-IF.

            MOVE 0 TO TBL-HIT.
            MOVE 0 TO TBL-DEF.
            PERFORM VARYING TBL-IDX FROM 1 BY 1
                    UNTIL TBL-IDX > TBL-CNT OR TBL-HIT > 0
                IF T-NAME(TBL-IDX) = O-TBL(OP-IDX)
                    IF T-FROM(TBL-IDX) = XLT-KEY
                        MOVE TBL-IDX TO TBL-HIT
                    END-IF
                    IF T-FROM(TBL-IDX) = "*" AND TBL-DEF = 0
                        MOVE TBL-IDX TO TBL-DEF
                    END-IF
                END-IF
            END-PERFORM.
            IF TBL-HIT = 0
                MOVE TBL-DEF TO TBL-HIT
            END-IF.

            IF TBL-HIT = 0
                PERFORM 5690-OPFAIL
            ELSE
                MOVE T-TO(TBL-HIT)
                  TO OUT-BODY(O-DPOS(OP-IDX):O-DLEN(OP-IDX))
            END-IF.

      * 來源欄位內非空白值的起訖(VAL-LEN = 0 表示全空白)
        5650-VALBOUND.
            MOVE 0 TO VAL-FROM.
            MOVE 0 TO VAL-TO.
            MOVE 0 TO VAL-LEN.
            COMPUTE VAL-IDX = O-SPOS(OP-IDX) + O-SLEN(OP-IDX) - 1.
            PERFORM UNTIL VAL-IDX < O-SPOS(OP-IDX) OR VAL-TO > 0
                IF PAY-BODY(VAL-IDX:1) NOT = SPACE
                    MOVE VAL-IDX TO VAL-TO
                ELSE
                    SUBTRACT 1 FROM VAL-IDX
                END-IF
            END-PERFORM.
            IF VAL-TO > 0
                MOVE O-SPOS(OP-IDX) TO VAL-IDX
                PERFORM UNTIL VAL-FROM > 0
                    IF PAY-BODY(VAL-IDX:1) NOT = SPACE
                        MOVE VAL-IDX TO VAL-FROM
                    ELSE
                        ADD 1 TO VAL-IDX
                    END-IF
                END-PERFORM
                COMPUTE VAL-LEN = VAL-TO - VAL-FROM + 1
            END-IF.

        5690-OPFAIL.
            MOVE "Y" TO XF-FAIL-SW.
            MOVE O-NAME(OP-IDX) TO XF-FAIL-RULE.
            ADD 1 TO O-FAIL(OP-IDX).

      *-----------------------------------------------------------
      * 送出一筆至本 MAP 目的 QUE(SND-BODY/SND-LEN)，失敗即寄存
      * 後中止
      *-----------------------------------------------------------
        6300-DSTSEND.
            MOVE M-DID(MAP-IDX) TO DST-ID.
            MOVE M-DQUE(MAP-IDX) TO DST-NAME.
            IF M-DTYPE(MAP-IDX) = "POSIX"
                MOVE SND-LEN TO MQ-LEN
                MOVE CUR-PRI TO MQ-PRIOR
                MOVE SND-BODY TO MQ-BODY
                CALL 'IPC$MQ' USING
                    BY VALUE        IPC-MQ-SEND,
                    BY VALUE        DST-ID,
                    BY REFERENCE    MQ-DATA,
                    GIVING INTO RET-CODE
            ELSE
                MOVE SND-LEN TO MSG-LEN
                MOVE CUR-PRI TO MSG-TYPE
                IF MSG-TYPE < 1
                    MOVE 1 TO MSG-TYPE
                END-IF
                MOVE SND-BODY TO MSG-BODY
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-SEND,
                    BY VALUE        DST-ID,
                    BY REFERENCE    MSG-DATA,
                    BY VALUE        IPC-BLOCK,
                    GIVING INTO RET-CODE
            END-IF.

            IF RET-CODE NOT = IPCERR_OK
                PERFORM 6900-DLQSEND
                GO TO 1000-ERR
            END-IF.

      *-----------------------------------------------------------
      * 帶封套訊息附加跳點(交棒至目的 QUE)
      *-----------------------------------------------------------
        6700-TRACEDST.
            IF HDR-LEN > 0 AND CUR-ENV-SEQ > 0
            AND CUR-ENV-TICKS > 0
                MOVE "MWXFORM" TO TRC-PGM
                MOVE M-DQUE(MAP-IDX) TO TRC-QUE
                MOVE CUR-ENV-SEQ TO TRC-SEQ
                PERFORM 1970-TRACEHOP
            END-IF.

        COPY "TRACEPD.DEF".

      *-----------------------------------------------------------
      * 轉換失敗：原訊息以失敗規則名為原因寄存，按來源 QUE 登記
      *-----------------------------------------------------------
        6800-DLQFAIL.
            ADD 1 TO M-FAIL(MAP-IDX).
            COMPUTE FAIL-CNT = FAIL-CNT + 1.
            MOVE "MWXFORM" TO DLQP-PGM.
            MOVE XF-FAIL-RULE TO DLQP-REASON.
            MOVE M-STYPE(MAP-IDX) TO DLQP-TYPE.
            MOVE M-SQUE(MAP-IDX) TO DLQP-QUE.
            MOVE CUR-PRI TO DLQP-PRIOR.
            MOVE CUR-LEN TO DLQP-LEN.
            MOVE SPACES TO DLQP-BODY.
            IF CUR-LEN > 0
                MOVE CUR-BODY(1:CUR-LEN) TO DLQP-BODY
            END-IF.
            PERFORM 1960-DLQPARK.

      *-----------------------------------------------------------
      * 目的送出失敗：本筆寄存共用死信檔(按目的 QUE)後中止
      *-----------------------------------------------------------
        6900-DLQSEND.
            MOVE "MWXFORM" TO DLQP-PGM.
            MOVE "XFORM SEND FAILED" TO DLQP-REASON.
            MOVE M-DTYPE(MAP-IDX) TO DLQP-TYPE.
            MOVE M-DQUE(MAP-IDX) TO DLQP-QUE.
            MOVE CUR-PRI TO DLQP-PRIOR.
            MOVE SND-LEN TO DLQP-LEN.
            MOVE SPACES TO DLQP-BODY.
            IF SND-LEN > 0
                MOVE SND-BODY(1:SND-LEN) TO DLQP-BODY
            END-IF.
            PERFORM 1960-DLQPARK.

        COPY "DLQPD.DEF".

      *-----------------------------------------------------------
      * -cycles 上限與輪詢間隔
      *-----------------------------------------------------------
        5900-CYCLECHK.
      * 停止請求：本輪收尾後退出
            PERFORM 1510-SVCCYCLE THRU 1510-EXIT.
            IF SVC-STOP-REQ
                MOVE "Y" TO XFORM-DONE-SW
            END-IF.

            ADD 1 TO CYCLE-CNT.
            IF CYCLE-MAX > 0 AND CYCLE-CNT >= CYCLE-MAX
                MOVE "Y" TO XFORM-DONE-SW
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
            MOVE "MWXFORM" TO AUDIT-PGM.

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
            MOVE "MWXFORM"       TO INCLOG-PGM.
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
      * 必要參數 : -r rules_file
      * 選擇性參數 : -i interval_sec , -cycles cnt
            PERFORM UNTIL PARAM-FLAG = "Y"
                UNSTRING PARAM-LIST
                    DELIMITED BY ALL SPACE
                    INTO PARAM
                    POINTER STRING-PTR
                    ON OVERFLOW
                        IF STRING-PTR > PARAM-LIST-SIZE THEN
                            MOVE "Y" TO PARAM-FLAG
                            EVALUATE PARAM-PREV
                                WHEN "-r"
                                    MOVE PARAM TO RULE-FILE-NAME
                                WHEN "-i"
                                    COMPUTE INTERVAL-SEC =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN "-cycles"
                                    COMPUTE CYCLE-MAX =
                                            FUNCTION NUMVAL(PARAM)
                                WHEN SPACES
                                    IF PARAM NOT = SPACES
                                        PERFORM 2500-SETPARAM
                                    END-IF
                                WHEN OTHER
                                    GO TO 3000-PERR
                            END-EVALUATE
                        ELSE
                            PERFORM 2500-SETPARAM
                        END-IF
                END-UNSTRING
            END-PERFORM.

            IF RULE-FILE-NAME = SPACES
                GO TO 3000-PERR
            END-IF.

            COMPUTE INTERVAL-USEC = INTERVAL-SEC * 1000000.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"   MOVE "Y" TO QUIET-SW
                WHEN "--batch" MOVE "Y" TO QUIET-SW
                WHEN "-r"      MOVE PARAM TO PARAM-PREV
                WHEN "-i"      MOVE PARAM TO PARAM-PREV
                WHEN "-cycles" MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    EVALUATE PARAM-PREV
                        WHEN "-r"
                            MOVE PARAM TO RULE-FILE-NAME
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

            DISPLAY "MWXFORM - Que-To-Que Message Transformer".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWXFORM -r rules_file [options]".
            DISPLAY " ".
            DISPLAY "  rules_file, MAP then its field rules:".
            DISPLAY "    MAP|name|TYPE,SRC|TYPE,DST|out_len|NONE/E/GRP".
            DISPLAY "    MOV|rule|spos,len,dpos         Move".
            DISPLAY "    PAD|rule|spos,slen,dpos,dlen,c,L/R  Pad".
            DISPLAY "    TRN|rule|spos,slen,dpos,dlen   Truncate".
            DISPLAY "    CON|rule|dpos,len,value        Constant".
            DISPLAY "    XLT|rule|spos,slen,dpos,dlen,tbl  Code Xlate".
            DISPLAY "    TBL|tbl|from|to                Code Table".
            DISPLAY "                                   (from * =".
            DISPLAY "                                   Default)".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  -r rules_file      Transformation Rules".
            DISPLAY "  [-i interval_sec]  Poll Interval, default 5".
            DISPLAY "  [-cycles cnt]      Stop After N Sweeps".
            DISPLAY "                     (Default: Run Forever)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWXFORM.
