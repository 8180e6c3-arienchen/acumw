      */--------------------------------------------------------------
      * MWEXPECT.CBL
      * 上游排程進件預期到達監控
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 部分 QUE 必須在指定時段內收到訊息(06:00 匯率檔、QUE.EOD
      *    日終觸發、每小時部位快照)；上游作業靜默失敗時 QUE 空著
      *    看起來反而「健康」，MWDASH 不會發現。本程式依預期檔
      *    (-f，預設 MWEXPECTDEF)逐一判斷當日(-date 可改)各時段
      *    是否到件，一行一項(欄位以 | 分隔，* 開頭為註解)：
      *      QUE|TYPE|FROM|TO|MINCNT[|CAL[|EVERY]]
      *      TYPE    POSIX / SYSV
      *      FROM/TO 時段 HHMM(含 FROM 不含 TO，TO 可為 2400)
      *      MINCNT  時段內最少到件筆數(預設 1)
      *      CAL     BIZ 僅 MWCAL 營業日檢查(預設)/ALL 每日檢查
      *      EVERY   分鐘數；FROM 至 TO 間每 EVERY 分鐘一個時段
      *              (如每小時快照 0800|1800|1|BIZ|60)，省略為單一
      *              時段
      * 2. 到件依據：
      *    - 操作軌跡(AUDITLOG，含已封月段)時段內 SEND/CAST/LOAD
      *      送件與 MWSPOOL(SPOOL)/MWFEED(FEED)進件紀錄之筆數
      *    - SYS/V QUE 另查 IPC-MSGATTR-SDATE/STIME：最後送件時點
      *      落在時段內者至少到件 1 筆(上游直接送件未記軌跡時)
      * 3. 時段結束(加 -grace 分鐘，預設 0)後仍不足 MINCNT 者判定：
      *    0 筆 MISSED、不足 SHORT；經告警路由表(MWALERTR，依 QUE
      *    /責任團隊，嚴重度 MISSED/SHORT)通知，查無路由沿用
      *    -alert，並記事故日誌(MISSED 為 E、SHORT 為 W)；維護窗口
      *    內改記停告與 M 事件。同一時段同一判定只通知一次(記於
      *    MWEXPECTST)，-noalert 只報不發
      * 4. 宜排程每 15 分鐘執行一次；報表(-o，預設 MWEXPECTOUT)列
      *    各時段 MET/PENDING/SHORT/MISSED/OFFDAY，有 SHORT 或
      *    MISSED 時 RETURN-CODE = 3
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     1950-AUDLOG 清紀錄前留存呼叫端設的動作/QUE/筆數，ALERT 軌跡原本
      *     寫成空白
      * 2026-10-15 ARIEN
      *     維護窗口內停告的通知不再記入 MWEXPECTST，窗口結束後下次執行仍
      *     MISSED/SHORT 即通知
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWEXPECT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * -f 預期到件定義檔
            SELECT EXP-DEF-FILE ASSIGN TO DEF-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DEF-FILE-STAT.
      * 已通知紀錄(同一時段不重發)
            SELECT EXP-ST-FILE ASSIGN TO "MWEXPECTST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FILE-STAT.
            SELECT EXP-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "CALSL.DEF".
            COPY "ALRTSL.DEF".
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".
            COPY "SEGSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  EXP-DEF-FILE.
        01  DEF-REC                 PIC X(160).

        FD  EXP-ST-FILE.
        01  ST-REC.
            05  STR-DATE            PIC X(8).
            05  FILLER              PIC X.
            05  STR-KEY             PIC X(80).

        FD  EXP-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "CALFD.DEF".
        COPY "ALRTFD.DEF".
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".
        COPY "SEGFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "CALWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "MNTWS.DEF".
        COPY "SEGWS.DEF".

        77  INCLOG-FILE-STAT    PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
      * 1950-AUDLOG 清紀錄前先留存呼叫端設好的動作/QUE/筆數
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.
            88 AUDIT-EOF        VALUE "10".
        77  DEF-FILE-STAT       PIC XX.
            88 DEF-EOF          VALUE "10".
        77  ST-FILE-STAT        PIC XX.
            88 ST-EOF           VALUE "10".
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
        77  NOALERT-SW          PIC X VALUE SPACE.
            88 NOALERT-ON       VALUE 'Y'.

        01  DEF-FILE-NAME       PIC X(FILE_NAME_LEN)
                                VALUE "MWEXPECTDEF".
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                VALUE "MWEXPECTOUT".

      * 告警
        77  ALERT-CMD           PIC X(200) VALUE SPACES.
        77  ALERT-CMD-LINE      PIC X(256) VALUE SPACES.
        77  ALERT-RC            SIGNED-INT VALUE 0.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
        77  FIRE-TOKEN          PIC X(80)  VALUE SPACES.
        77  ALERT-CNT           SIGNED-INT VALUE 0.
        77  GRACE-MIN           SIGNED-INT VALUE 0.

      * 已通知鍵值
        01  SENT-TAB.
            05  SENT-KEY        PIC X(80) OCCURS 1000 TIMES.
        77  SENT-CNT            SIGNED-INT VALUE 0.
        77  SENT-IDX            SIGNED-INT VALUE 0.
        77  SENT-SW             PIC X VALUE SPACE.
            88 ALREADY-SENT     VALUE 'Y'.
        01  CUR-KEY             PIC X(80) VALUE SPACES.

      * 日期與時刻
        77  RPT-DATE            PIC X(8) VALUE SPACES.
        77  TODAY-DATE          PIC X(8) VALUE SPACES.
        77  NOW-TIME            PIC X(8) VALUE SPACES.
        77  NOW-MIN             SIGNED-INT VALUE 0.
        77  DATE-NUM            PIC 9(8) VALUE 0.
        77  RPT-INT             SIGNED-INT VALUE 0.
        77  RPT-OFF-SW          PIC X VALUE SPACE.
            88 RPT-OFFDAY       VALUE 'Y'.

      * 定義行拆解
        01  DF-QUE              PIC X(64).
        01  DF-TYPE             PIC X(8).
        01  DF-FROM             PIC X(8).
        01  DF-TO               PIC X(8).
        01  DF-MIN              PIC X(10).
        01  DF-CAL              PIC X(8).
        01  DF-EVERY            PIC X(8).
        77  DF-UPTR             PIC 9(3).

      * 預期項目
        01  EXP-TAB.
            05  EX-ENT OCCURS 200 TIMES.
                10  EX-QUE      PIC X(64).
                10  EX-TYPE     PIC X(5).
                10  EX-FROM     SIGNED-INT.
                10  EX-TO       SIGNED-INT.
                10  EX-MIN      SIGNED-INT.
                10  EX-BIZ      PIC X.
                10  EX-EVERY    SIGNED-INT.
                10  EX-IPC-SW   PIC X.
                10  EX-SMIN     SIGNED-INT.
        77  EX-CNT              SIGNED-INT VALUE 0.
        77  EX-IDX              SIGNED-INT VALUE 0.

      * 檢查時段(時刻以當日分鐘數表示)
        01  WIN-TAB.
            05  WN-ENT OCCURS 2000 TIMES.
                10  WN-EX       SIGNED-INT.
                10  WN-FROM     SIGNED-INT.
                10  WN-TO       SIGNED-INT.
                10  WN-CNT      SIGNED-LONG.
                10  WN-IPC      PIC X.
                10  WN-STATUS   PIC X(8).
        77  WN-CNT-ALL          SIGNED-INT VALUE 0.
        77  WN-IDX              SIGNED-INT VALUE 0.
        77  WN-FULL             SIGNED-INT VALUE 0.
        77  WN-T                SIGNED-INT VALUE 0.

      * 軌跡掃描
        77  AUD-MIN             SIGNED-INT VALUE 0.
        77  AUD-CNT             SIGNED-LONG VALUE 0.

      * SYS/V 狀態查詢
        01  MSG-QUE.
            05  QUE-NAME        PIC X(IPC-NAME-LEN)
                                VALUE SPACES.
            05  FILLER          PIC X.

      * 統計與顯示
        77  MET-CNT             SIGNED-INT VALUE 0.
        77  PEND-CNT            SIGNED-INT VALUE 0.
        77  SHORT-CNT           SIGNED-INT VALUE 0.
        77  MISS-CNT            SIGNED-INT VALUE 0.
        77  OFF-CNT             SIGNED-INT VALUE 0.
        77  CNT-DISP            PIC Z(5)9.
        77  CNT-DISP2           PIC Z(5)9.
        01  HHMM-TXT            PIC X(4).
        01  FROM-TXT            PIC X(4).
        01  TO-TXT              PIC X(4).
        77  HHMM-HH             PIC 99.
        77  HHMM-MM             PIC 99.
        77  HHMM-IN             SIGNED-INT VALUE 0.
        01  INC-MSG             PIC X(80) VALUE SPACES.
        77  INC-SEV             PIC X VALUE SPACE.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            COMPUTE NOW-MIN = FUNCTION NUMVAL(NOW-TIME(1:2)) * 60
                            + FUNCTION NUMVAL(NOW-TIME(3:2)).
            IF RPT-DATE = SPACES
                MOVE TODAY-DATE TO RPT-DATE
            END-IF.
            IF RPT-DATE IS NOT NUMERIC OR RPT-DATE > TODAY-DATE
                GO TO 3000-PERR
            END-IF.
            MOVE RPT-DATE TO DATE-NUM.
            COMPUTE RPT-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).

      * 營業日判斷：MWCAL 不存在時僅排除週末
            PERFORM 1700-CALLOAD THRU 1700-EXIT.
            MOVE RPT-INT TO CAL-WINT.
            PERFORM 1710-DAYCHK.
            MOVE CAL-OFF-SW TO RPT-OFF-SW.
            IF NOT CAL-LOADED
                DISPLAY "MWCAL NOT FOUND, WEEKENDS ONLY ARE OFF DAYS"
            END-IF.

            PERFORM 4000-DEFLOAD.
            IF EX-CNT = 0
                DISPLAY "NO EXPECTATIONS IN " DEF-FILE-NAME(1:50);
                MOVE MWRC-PARM TO RETURN-CODE;
                GO TO 0000-EXIT;
            END-IF.
            IF WN-FULL > 0
                MOVE WN-FULL TO CNT-DISP
                DISPLAY "WINDOW TABLE FULL, NOT CHECKED : " CNT-DISP
            END-IF.

            PERFORM 4500-STLOAD.
            PERFORM 5000-AUDSCAN.
            PERFORM 5500-IPCCHK
                    VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-CNT.

            OPEN OUTPUT EXP-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM 7000-RPTHEAD.
            PERFORM 6000-JUDGE THRU 6000-EXIT
                    VARYING WN-IDX FROM 1 BY 1
                    UNTIL WN-IDX > WN-CNT-ALL.
            PERFORM 7800-RPTTAIL.

            CLOSE EXP-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

            IF SHORT-CNT > 0 OR MISS-CNT > 0
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
      * 載入預期檔並展開檢查時段
      *-----------------------------------------------------------
        4000-DEFLOAD.
            OPEN INPUT EXP-DEF-FILE.
            IF DEF-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN DEF FILE : " DEF-FILE-NAME(1:50);
                MOVE -1 TO RET-CODE;
                MOVE MWRC-FILE TO EXIT-CLASS;
                GO TO 1000-ERR;
            END-IF.

            PERFORM TEST BEFORE UNTIL DEF-EOF
                READ EXP-DEF-FILE
                    AT END
                        MOVE "10" TO DEF-FILE-STAT
                    NOT AT END
                        PERFORM 4100-DEFONE THRU 4100-EXIT
                END-READ
            END-PERFORM.

            CLOSE EXP-DEF-FILE.

        4100-DEFONE.
            IF DEF-REC = SPACES OR DEF-REC(1:1) = "*"
                GO TO 4100-EXIT
            END-IF.
            IF EX-CNT >= 200
                DISPLAY "EXPECTATION TABLE FULL, LINE SKIPPED"
                GO TO 4100-EXIT
            END-IF.

            MOVE SPACES TO DF-QUE.
            MOVE SPACES TO DF-TYPE.
            MOVE SPACES TO DF-FROM.
            MOVE SPACES TO DF-TO.
            MOVE SPACES TO DF-MIN.
            MOVE SPACES TO DF-CAL.
            MOVE SPACES TO DF-EVERY.
            MOVE 1 TO DF-UPTR.
            UNSTRING DEF-REC DELIMITED BY "|"
                INTO DF-QUE, DF-TYPE, DF-FROM, DF-TO, DF-MIN,
                     DF-CAL, DF-EVERY
                POINTER DF-UPTR
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(DF-TYPE) TO DF-TYPE.
            MOVE FUNCTION UPPER-CASE(DF-CAL) TO DF-CAL.

            IF DF-QUE = SPACES
            OR (DF-TYPE NOT = "POSIX" AND DF-TYPE NOT = "SYSV")
            OR DF-FROM(1:4) IS NOT NUMERIC
            OR DF-TO(1:4) IS NOT NUMERIC
            OR DF-FROM(1:4) >= DF-TO(1:4)
            OR DF-TO(1:4) > "2400"
                DISPLAY "BAD EXPECTATION LINE SKIPPED : "
                        DEF-REC(1:60)
                GO TO 4100-EXIT
            END-IF.

            ADD 1 TO EX-CNT.
            MOVE DF-QUE TO EX-QUE(EX-CNT).
            MOVE DF-TYPE(1:5) TO EX-TYPE(EX-CNT).
            COMPUTE EX-FROM(EX-CNT) =
                    FUNCTION NUMVAL(DF-FROM(1:2)) * 60
                    + FUNCTION NUMVAL(DF-FROM(3:2)).
            COMPUTE EX-TO(EX-CNT) =
                    FUNCTION NUMVAL(DF-TO(1:2)) * 60
                    + FUNCTION NUMVAL(DF-TO(3:2)).
            IF DF-MIN = SPACES OR DF-MIN(1:1) = "-"
                MOVE 1 TO EX-MIN(EX-CNT)
            ELSE
                COMPUTE EX-MIN(EX-CNT) = FUNCTION NUMVAL(DF-MIN)
            END-IF.
            IF EX-MIN(EX-CNT) < 1
                MOVE 1 TO EX-MIN(EX-CNT)
            END-IF.
            IF DF-CAL = "ALL"
                MOVE "N" TO EX-BIZ(EX-CNT)
            ELSE
                MOVE "Y" TO EX-BIZ(EX-CNT)
            END-IF.
            MOVE 0 TO EX-EVERY(EX-CNT).
            IF DF-EVERY NOT = SPACES AND DF-EVERY(1:1) NOT = "-"
                COMPUTE EX-EVERY(EX-CNT) = FUNCTION NUMVAL(DF-EVERY)
            END-IF.
            MOVE SPACE TO EX-IPC-SW(EX-CNT).
            MOVE -1 TO EX-SMIN(EX-CNT).

      * 展開時段：EVERY 分鐘一段，末段截至 TO
            IF EX-EVERY(EX-CNT) <= 0
                MOVE EX-FROM(EX-CNT) TO WN-T
                MOVE EX-TO(EX-CNT) TO HHMM-IN
                PERFORM 4200-WINADD
            ELSE
                PERFORM VARYING WN-T FROM EX-FROM(EX-CNT)
                        BY EX-EVERY(EX-CNT)
                        UNTIL WN-T >= EX-TO(EX-CNT)
                    COMPUTE HHMM-IN = WN-T + EX-EVERY(EX-CNT)
                    IF HHMM-IN > EX-TO(EX-CNT)
                        MOVE EX-TO(EX-CNT) TO HHMM-IN
                    END-IF
                    PERFORM 4200-WINADD
                END-PERFORM
            END-IF.

        4100-EXIT.
            CONTINUE.

        4200-WINADD.
            IF WN-CNT-ALL >= 2000
                ADD 1 TO WN-FULL
            ELSE
                ADD 1 TO WN-CNT-ALL
                MOVE EX-CNT TO WN-EX(WN-CNT-ALL)
                MOVE WN-T TO WN-FROM(WN-CNT-ALL)
                MOVE HHMM-IN TO WN-TO(WN-CNT-ALL)
                MOVE 0 TO WN-CNT(WN-CNT-ALL)
                MOVE SPACE TO WN-IPC(WN-CNT-ALL)
                MOVE SPACES TO WN-STATUS(WN-CNT-ALL)
            END-IF.

      * 已通知紀錄：只取評估日
        4500-STLOAD.
            MOVE SPACES TO ST-FILE-STAT.
            OPEN INPUT EXP-ST-FILE.
            IF ST-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL ST-EOF
                    READ EXP-ST-FILE
                        AT END
                            MOVE "10" TO ST-FILE-STAT
                        NOT AT END
                            IF STR-DATE = RPT-DATE
                            AND SENT-CNT < 1000
                                ADD 1 TO SENT-CNT
                                MOVE STR-KEY TO SENT-KEY(SENT-CNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXP-ST-FILE
            END-IF.

      *-----------------------------------------------------------
      * 操作軌跡：評估日送件/進件筆數依時段累計(已封月段與現行
      * 日誌)
      *-----------------------------------------------------------
        5000-AUDSCAN.
            MOVE "A" TO SEGL-LOG.
            MOVE 0 TO SEGL-DAYS.
            MOVE RPT-DATE TO SEGL-FROM.
            MOVE RPT-DATE TO SEGL-TO.
            PERFORM 1660-SEGLIST THRU 1660-EXIT.
            PERFORM 5010-AUDSEG
                    VARYING SEGL-IDX FROM 1 BY 1
                    UNTIL SEGL-IDX > SEGL-CNT.

            MOVE SPACES TO AUDIT-FILE-STAT.
            OPEN INPUT AUDIT-LOG-FILE.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN AUDITLOG, STATUS "
                        AUDIT-FILE-STAT
            ELSE
                PERFORM TEST BEFORE UNTIL AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "10" TO AUDIT-FILE-STAT
                        NOT AT END
                            PERFORM 5050-AUDONE THRU 5050-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        5010-AUDSEG.
            PERFORM 1665-SEGPOINT.
            MOVE SPACES TO AUDIT-FILE-STAT.
            OPEN INPUT AUDIT-LOG-FILE.
            PERFORM 1670-SEGBACK.
            IF AUDIT-FILE-STAT NOT = "00"
                DISPLAY "LOG SEGMENT NOT FOUND : "
                        FUNCTION TRIM(SEGL-NAME(SEGL-IDX))
            ELSE
                PERFORM TEST BEFORE UNTIL AUDIT-EOF
                    READ AUDIT-LOG-FILE
                        AT END
                            MOVE "10" TO AUDIT-FILE-STAT
                        NOT AT END
                            PERFORM 5050-AUDONE THRU 5050-EXIT
                    END-READ
                END-PERFORM
                CLOSE AUDIT-LOG-FILE
            END-IF.

        5050-AUDONE.
            IF AUDIT-DATE NOT = RPT-DATE
            OR AUDIT-QUE(1:1) = "("
                GO TO 5050-EXIT
            END-IF.
            EVALUATE AUDIT-ACTION
                WHEN "SEND    "
                WHEN "CAST    "
                WHEN "LOAD    "
                WHEN "SPOOL   "
                WHEN "FEED    "
                    CONTINUE
                WHEN OTHER
                    GO TO 5050-EXIT
            END-EVALUATE.

            COMPUTE AUD-MIN = FUNCTION NUMVAL(AUDIT-TIME(1:2)) * 60
                            + FUNCTION NUMVAL(AUDIT-TIME(3:2)).
            COMPUTE AUD-CNT = FUNCTION NUMVAL(AUDIT-CNT).
            PERFORM VARYING WN-IDX FROM 1 BY 1
                    UNTIL WN-IDX > WN-CNT-ALL
                IF EX-QUE(WN-EX(WN-IDX)) = AUDIT-QUE
                AND AUD-MIN >= WN-FROM(WN-IDX)
                AND AUD-MIN < WN-TO(WN-IDX)
                    ADD AUD-CNT TO WN-CNT(WN-IDX)
                END-IF
            END-PERFORM.

        5050-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * SYS/V：最後送件時點落在時段內者該時段至少到件 1 筆
      *-----------------------------------------------------------
        5500-IPCCHK.
            IF EX-TYPE(EX-IDX) = "SYSV"
                MOVE EX-QUE(EX-IDX) TO QUE-NAME
                CALL 'IPC$MSG' USING
                    BY VALUE        IPC-MSG-STATUS,
                    BY REFERENCE    MSG-QUE,
                    BY REFERENCE    IPC-MSG-ATTR-T
                    GIVING INTO RET-CODE
                IF RET-CODE = IPCERR_OK
                AND IPC-MSGATTR-SDATE(1:4) IS NUMERIC
                AND IPC-MSGATTR-SDATE(1:4) NOT = "0000"
                AND IPC-MSGATTR-SDATE(1:4) = RPT-DATE(1:4)
                AND IPC-MSGATTR-SDATE(6:2) = RPT-DATE(5:2)
                AND IPC-MSGATTR-SDATE(9:2) = RPT-DATE(7:2)
                    MOVE "Y" TO EX-IPC-SW(EX-IDX)
                    COMPUTE EX-SMIN(EX-IDX) =
                            FUNCTION NUMVAL(IPC-MSGATTR-STIME(1:2))
                            * 60
                            + FUNCTION NUMVAL(IPC-MSGATTR-STIME(4:2))
                    PERFORM VARYING WN-IDX FROM 1 BY 1
                            UNTIL WN-IDX > WN-CNT-ALL
                        IF WN-EX(WN-IDX) = EX-IDX
                        AND EX-SMIN(EX-IDX) >= WN-FROM(WN-IDX)
                        AND EX-SMIN(EX-IDX) < WN-TO(WN-IDX)
                            MOVE "Y" TO WN-IPC(WN-IDX)
                            IF WN-CNT(WN-IDX) = 0
                                MOVE 1 TO WN-CNT(WN-IDX)
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

      *-----------------------------------------------------------
      * 一個時段：非營業日/未到期/到件/不足/未到
      *-----------------------------------------------------------
        6000-JUDGE.
            MOVE WN-EX(WN-IDX) TO EX-IDX.
            EVALUATE TRUE
                WHEN RPT-OFFDAY AND EX-BIZ(EX-IDX) = "Y"
                    MOVE "OFFDAY" TO WN-STATUS(WN-IDX)
                    ADD 1 TO OFF-CNT
                WHEN WN-CNT(WN-IDX) >= EX-MIN(EX-IDX)
                    MOVE "MET" TO WN-STATUS(WN-IDX)
                    ADD 1 TO MET-CNT
                WHEN RPT-DATE = TODAY-DATE
                AND NOW-MIN < WN-TO(WN-IDX) + GRACE-MIN
                    MOVE "PENDING" TO WN-STATUS(WN-IDX)
                    ADD 1 TO PEND-CNT
                WHEN WN-CNT(WN-IDX) = 0
                    MOVE "MISSED" TO WN-STATUS(WN-IDX)
                    ADD 1 TO MISS-CNT
                WHEN OTHER
                    MOVE "SHORT" TO WN-STATUS(WN-IDX)
                    ADD 1 TO SHORT-CNT
            END-EVALUATE.

            PERFORM 7100-RPTLINE.

            IF WN-STATUS(WN-IDX) = "MISSED"
            OR WN-STATUS(WN-IDX) = "SHORT"
                PERFORM 6500-NOTIFY THRU 6500-EXIT
            END-IF.

        6000-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 未到/不足：路由告警與事故日誌，同一時段同一判定只一次
      * (呼叫方式: alert_cmd que FROM-TO 到件數 最少筆數 嚴重度)
      *-----------------------------------------------------------
        6500-NOTIFY.
            MOVE WN-FROM(WN-IDX) TO HHMM-IN.
            PERFORM 8100-HHMMFMT.
            MOVE HHMM-TXT TO FROM-TXT.
            MOVE WN-TO(WN-IDX) TO HHMM-IN.
            PERFORM 8100-HHMMFMT.
            MOVE HHMM-TXT TO TO-TXT.

            MOVE SPACES TO CUR-KEY.
            STRING FUNCTION TRIM(EX-QUE(EX-IDX)) DELIMITED BY SIZE
                   "|" EX-TYPE(EX-IDX) DELIMITED BY SIZE
                   "|" FROM-TXT "|" DELIMITED BY SIZE
                   WN-STATUS(WN-IDX) DELIMITED BY SPACE
                INTO CUR-KEY
            END-STRING.
            MOVE SPACE TO SENT-SW.
            PERFORM VARYING SENT-IDX FROM 1 BY 1
                    UNTIL SENT-IDX > SENT-CNT OR ALREADY-SENT
                IF SENT-KEY(SENT-IDX) = CUR-KEY
                    MOVE "Y" TO SENT-SW
                END-IF
            END-PERFORM.
            IF ALREADY-SENT OR NOALERT-ON
                GO TO 6500-EXIT
            END-IF.

            MOVE WN-CNT(WN-IDX) TO CNT-DISP.
            MOVE EX-MIN(EX-IDX) TO CNT-DISP2.
            MOVE SPACES TO INC-MSG.
            STRING "EXPECTED FEED " DELIMITED BY SIZE
                   WN-STATUS(WN-IDX) DELIMITED BY SPACE
                   " " FROM-TXT "-" TO-TXT " GOT " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                INTO INC-MSG
            END-STRING.

      * 路由表優先(依 QUE/責任團隊)，查無路由沿用 -alert
            MOVE EX-QUE(EX-IDX) TO ALRT-QUE-KEY.
            MOVE EX-TYPE(EX-IDX) TO ALRT-TYPE-KEY.
            MOVE WN-STATUS(WN-IDX) TO ALRT-SEV.
            PERFORM 1980-ALERTROUTE THRU 1980-EXIT.
            MOVE ALERT-CMD TO FIRE-CMD.
            IF ALRT-CMD-OUT NOT = SPACES
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.

      * 維護窗口內不呼叫值班，改記停告紀錄與 M 事件；不記入已
      * 通知，窗口結束後下次執行仍異常即通知
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWEXPECT" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                MOVE SPACES TO MNT-DETAIL
                STRING FROM-TXT "-" TO-TXT " GOT " DELIMITED BY SIZE
                       FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                GO TO 6500-EXIT
            END-IF.

            IF WN-STATUS(WN-IDX) = "MISSED"
                MOVE "E" TO INC-SEV
            ELSE
                MOVE "W" TO INC-SEV
            END-IF.
            PERFORM 1910-EXPINC.

            IF FIRE-CMD = SPACES
                DISPLAY "NO ALERT ROUTE FOR " EX-QUE(EX-IDX)(1:40)
                GO TO 6500-MARK
            END-IF.

            MOVE SPACES TO ALERT-CMD-LINE.
            STRING FUNCTION TRIM(FIRE-CMD) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(EX-QUE(EX-IDX)) DELIMITED BY SIZE
                   " " FROM-TXT "-" TO-TXT " " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CNT-DISP2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WN-STATUS(WN-IDX) DELIMITED BY SPACE
                INTO ALERT-CMD-LINE
            END-STRING.

            CALL "SYSTEM" USING ALERT-CMD-LINE.
            MOVE RETURN-CODE TO ALERT-RC.
            IF ALERT-RC NOT = 0
                DISPLAY "ALERT CMD FAILED, RC=" ALERT-RC
            END-IF.
            COMPUTE ALERT-CNT = ALERT-CNT + 1.
            PERFORM 1975-ALERTAUDIT.

      * 記入已通知，下次排程執行不再發
        6500-MARK.
            OPEN EXTEND EXP-ST-FILE.
            IF ST-FILE-STAT = "35"
                OPEN OUTPUT EXP-ST-FILE
            END-IF.
            IF ST-FILE-STAT = "00"
                MOVE SPACES TO ST-REC
                MOVE RPT-DATE TO STR-DATE
                MOVE "|" TO ST-REC(9:1)
                MOVE CUR-KEY TO STR-KEY
                WRITE ST-REC
                CLOSE EXP-ST-FILE
            END-IF.
            IF SENT-CNT < 1000
                COMPUTE SENT-CNT = SENT-CNT + 1
                MOVE CUR-KEY TO SENT-KEY(SENT-CNT)
            END-IF.

        6500-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 報表
      *-----------------------------------------------------------
        7000-RPTHEAD.
            MOVE SPACES TO RPT-REC.
            STRING "MWEXPECT - EXPECTED FEED ARRIVAL " DELIMITED BY SIZE
                   RPT-DATE DELIMITED BY SIZE
                   "  AS OF " DELIMITED BY SIZE
                   NOW-TIME(1:2) ":" NOW-TIME(3:2) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            IF RPT-OFFDAY
                MOVE "(NON-BUSINESS DAY)" TO RPT-REC(60:18)
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            STRING "STATUS   TYPE  QUE" DELIMITED BY SIZE
                   "                                WINDOW"
                   DELIMITED BY SIZE
                   "       GOT    MIN IPC" DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7100-RPTLINE.
            MOVE WN-FROM(WN-IDX) TO HHMM-IN.
            PERFORM 8100-HHMMFMT.
            MOVE HHMM-TXT TO FROM-TXT.
            MOVE WN-TO(WN-IDX) TO HHMM-IN.
            PERFORM 8100-HHMMFMT.
            MOVE HHMM-TXT TO TO-TXT.
            MOVE WN-CNT(WN-IDX) TO CNT-DISP.
            MOVE EX-MIN(EX-IDX) TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING WN-STATUS(WN-IDX) " " EX-TYPE(EX-IDX) " "
                   EX-QUE(EX-IDX)(1:34) " " FROM-TXT "-" TO-TXT
                   " " CNT-DISP " " CNT-DISP2 " " WN-IPC(WN-IDX)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7800-RPTTAIL.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE MET-CNT TO CNT-DISP.
            STRING "MET " FUNCTION TRIM(CNT-DISP) DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            MOVE PEND-CNT TO CNT-DISP.
            STRING "  PENDING " FUNCTION TRIM(CNT-DISP)
                   DELIMITED BY SIZE
                INTO RPT-REC(20:)
            END-STRING.
            MOVE SHORT-CNT TO CNT-DISP.
            STRING "  SHORT " FUNCTION TRIM(CNT-DISP)
                   DELIMITED BY SIZE
                INTO RPT-REC(40:)
            END-STRING.
            MOVE MISS-CNT TO CNT-DISP.
            STRING "  MISSED " FUNCTION TRIM(CNT-DISP)
                   DELIMITED BY SIZE
                INTO RPT-REC(60:)
            END-STRING.
            MOVE OFF-CNT TO CNT-DISP.
            STRING "  OFFDAY " FUNCTION TRIM(CNT-DISP)
                   DELIMITED BY SIZE
                INTO RPT-REC(80:)
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            MOVE ALERT-CNT TO CNT-DISP.
            STRING "ALERTS SENT : " FUNCTION TRIM(CNT-DISP)
                   DELIMITED BY SIZE
                INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:120).

      * 當日分鐘數 -> HHMM
        8100-HHMMFMT.
            COMPUTE HHMM-HH = HHMM-IN / 60.
            COMPUTE HHMM-MM = FUNCTION MOD(HHMM-IN, 60).
            MOVE SPACES TO HHMM-TXT.
            STRING HHMM-HH HHMM-MM DELIMITED BY SIZE
                INTO HHMM-TXT
            END-STRING.

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
            MOVE "MWEXPECT" TO AUDIT-PGM.

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

      *-----------------------------------------------------------
      * 路由告警發送後記一筆 ALERT 操作軌跡(QUE>指令前段)
      *-----------------------------------------------------------
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

        COPY "CALPD.DEF".

        COPY "SEGPD.DEF".

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
            MOVE "MWEXPECT"      TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE SPACES TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE "E" TO INCLOG-SEV.
            PERFORM 1920-INCWRITE.

      * 預期進件未到(E)/不足(W)：QUE 欄存該 QUE，代碼為到件筆數
        1910-EXPINC.
            MOVE SPACES TO INCLOG-REC.
            ACCEPT INCLOG-DATE FROM DATE YYYYMMDD.
            ACCEPT INCLOG-TIME FROM TIME.
            MOVE "MWEXPECT"      TO INCLOG-PGM.
            MOVE WN-CNT(WN-IDX)  TO INCLOG-CODE.
            MOVE INC-MSG         TO INCLOG-MSG.
            MOVE EX-QUE(EX-IDX)  TO INCLOG-QUE.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT INCLOG-OPER FROM ENVIRONMENT-VALUE.
            MOVE INC-SEV TO INCLOG-SEV.
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
      * 選擇性參數 : -f def_file , -date yyyymmdd , -grace min ,
      *              -alert cmd , -noalert , -o report_file
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
                                    CONTINUE
                                WHEN OTHER
                                    PERFORM 2600-PARAMVAL
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
                WHEN "-noalert"  MOVE "Y" TO NOALERT-SW
                WHEN "-f"        MOVE PARAM TO PARAM-PREV
                WHEN "-date"     MOVE PARAM TO PARAM-PREV
                WHEN "-grace"    MOVE PARAM TO PARAM-PREV
                WHEN "-alert"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARAMVAL
                    MOVE SPACES TO PARAM-PREV
            END-EVALUATE.

        2600-PARAMVAL.
            EVALUATE PARAM-PREV
                WHEN "-f"
                    MOVE PARAM TO DEF-FILE-NAME
                WHEN "-date"
                    MOVE PARAM TO RPT-DATE
                WHEN "-grace"
                    COMPUTE GRACE-MIN = FUNCTION NUMVAL(PARAM)
                WHEN "-alert"
                    MOVE PARAM TO ALERT-CMD
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWEXPECT - Expected Feed Arrival Monitor".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWEXPECT [options]".
            DISPLAY " ".
            DISPLAY "  def_file, one line per expected feed:".
            DISPLAY "    QUE|TYPE|FROM|TO|MINCNT[|CAL[|EVERY]]".
            DISPLAY "    TYPE POSIX/SYSV, FROM/TO HHMM,".
            DISPLAY "    CAL BIZ(Default)/ALL, EVERY Minutes".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-f def_file]      Expectations".
            DISPLAY "                     (Default MWEXPECTDEF)".
            DISPLAY "  [-date yyyymmdd]   Check Date(Default Today)".
            DISPLAY "  [-grace min]       Minutes After Window End".
            DISPLAY "                     Before Judging(Default 0)".
            DISPLAY "  [-alert alert_cmd] Used When MWALERTR Has".
            DISPLAY "                     No Route For The Que".
            DISPLAY "  [-noalert]         Report Only, No Alert".
            DISPLAY "  [-o report_file]   Report(Default MWEXPECTOUT)".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWEXPECT.
