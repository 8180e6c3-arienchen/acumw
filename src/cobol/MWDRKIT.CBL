      */--------------------------------------------------------------
      * MWDRKIT.CBL
      * 災備主機 QUE 拓樸包匯出、重建與核對
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 災備主機過去依過時筆記手工重建；本程式把正式主機拓樸
      *    打包成單一帶版本的拓樸包檔(預設 MWDRKIT_yyyymmdd.BDL)：
      *    - 控制檔全文：等級範本(MWCLASSES)、SLA 定義(MWSLADEF)、
      *      備援對照(MWFAILOVR)、速率政策(MWRATES)、格式定義
      *      (MWFMTS)、遮罩規則(MWMASKS)，以及 -route 指定的
      *      MWROUTE 路由規則檔(可多次指定)
      *    - QUE 主檔(QUEREGM)所有 LIVE 的 QUE：容量、PROD 旗標、
      *      責任者、等級範本
      * 2. 拓樸包格式(一行一筆，欄位以 | 分隔)：
      *      H|MWDRKIT|1|yyyymmddhhmmss|host|oper   表頭(版本戳記)
      *      F|logical|path / L|line... / E|logical|n 控制檔一份
      *      X|logical|path                         來源主機無此檔
      *      Q|TYPE|NAME|MAX|SIZE|PROD|OWNER|CLASS  QUE 一筆
      *      T|que_cnt|file_cnt                     結尾筆數
      *    控制檔在 QUE 之前，重建時先裝等級範本再建 QUE
      * 3. -rebuild：於災備主機安裝控制檔(原檔先複製為 .DRBAK)，
      *    再逐筆走 MQMK/MSGMK 原路徑建立 QUE(帶 -p/-class 保留
      *    PROD 旗標與等級，-owner 帶拓樸包責任者：配額計入該團隊、
      *    CREATE 紀錄即為正確責任者)；-dry 只列動作
      * 4. -verify：災備主機與拓樸包逐項核對(控制檔逐行、QUE 的
      *    存在/容量/PROD/責任者/等級，及拓樸包外多出的 LIVE QUE)
      *    ，報表寫入 -o report_file(預設 MWDRKITOUT)；有差異時
      *    RETURN-CODE = 3
      * 5. 匯出/重建記入操作軌跡(DREXPORT/DRBUILD)
      *
      * CHANGED LOSG
      * -------------------------------------------------------------
      * 2026-10-15 ARIEN
      *     新增本程式
      * 2026-10-15 ARIEN
      *     -rebuild 建 QUE 時以 -owner 帶拓樸包責任者(配額計入該團隊、
      *     CREATE 紀錄即正確)，取消事後改寫主檔及補記 OWNER 紀錄
      *
      */
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MWDRKIT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      * 拓樸包檔
            SELECT DRKIT-BDL-FILE ASSIGN TO BDL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BDL-FILE-STAT.
      * 控制檔(逐一指向各控制檔實際檔名)
            SELECT DRKIT-CTL-FILE ASSIGN TO CTL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTL-FILE-STAT.
            SELECT DRKIT-RPT-FILE ASSIGN TO RPT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RPT-FILE-STAT.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        FD  DRKIT-BDL-FILE.
        01  BDL-REC                 PIC X(600).

        FD  DRKIT-CTL-FILE.
        01  CTL-REC                 PIC X(512).

        FD  DRKIT-RPT-FILE.
        01  RPT-REC                 PIC X(160).
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".

        77  BDL-FILE-STAT       PIC XX.
            88 BDL-EOF          VALUE "10".
        77  CTL-FILE-STAT       PIC XX.
            88 CTL-EOF          VALUE "10".
        77  RPT-FILE-STAT       PIC XX.
        77  AUDIT-FILE-STAT     PIC XX.
        77  INCLOG-FILE-STAT    PIC XX.
        77  REGM-FILE-STAT      PIC XX.
            88 REGM-EOF         VALUE "10".
        77  ERR-TXT             PIC X(80).
        77  ERR-LEN             SIGNED-INT VALUE 0.
        77  RET-CODE            SIGNED-INT VALUE 0.
        77  EXIT-CLASS          SIGNED-INT VALUE 0.
        77  AUDIT-SV-ACTION     PIC X(8).
        77  AUDIT-SV-QUE        PIC X(64).
        77  AUDIT-SV-CNT        PIC -(9)9.

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
        77  MODE-SW             PIC X VALUE "X".
            88 MODE-EXPORT      VALUE "X".
            88 MODE-REBUILD     VALUE "R".
            88 MODE-VERIFY      VALUE "V".

        01  BDL-FILE-NAME       PIC X(FILE_NAME_LEN) VALUE SPACES.
        01  RPT-FILE-NAME       PIC X(FILE_NAME_LEN)
                                 VALUE "MWDRKITOUT".
        01  CTL-FILE-NAME       PIC X(256) VALUE SPACES.

      * 納入拓樸包的控制檔(邏輯名；實際檔名依環境變數覆蓋)
        01  CF-NAMES.
            05  FILLER          PIC X(12) VALUE "MWCLASSES".
            05  FILLER          PIC X(12) VALUE "MWSLADEF".
            05  FILLER          PIC X(12) VALUE "MWFAILOVR".
            05  FILLER          PIC X(12) VALUE "MWRATES".
            05  FILLER          PIC X(12) VALUE "MWFMTS".
            05  FILLER          PIC X(12) VALUE "MWMASKS".
        01  CF-TAB REDEFINES CF-NAMES.
            05  CF-LOGICAL      PIC X(12) OCCURS 6 TIMES.
        77  CF-IDX              SIGNED-INT VALUE 0.
      * -route 路由規則檔
        01  RT-TAB.
            05  RT-PATH         PIC X(80) OCCURS 10 TIMES.
        77  RT-CNT              SIGNED-INT VALUE 0.
        77  RT-IDX              SIGNED-INT VALUE 0.

        01  CUR-LOGICAL         PIC X(12).
        01  CUR-PATH            PIC X(256).
        77  CUR-LINES           SIGNED-LONG VALUE 0.
        77  CUR-DIFF-AT         SIGNED-LONG VALUE 0.
        77  CUR-OPEN-SW         PIC X VALUE SPACE.
            88 CUR-OPEN         VALUE 'Y'.
        77  CUR-BAD-SW          PIC X VALUE SPACE.
            88 CUR-BAD          VALUE 'Y'.

      * 拓樸包欄位拆解
        01  BP-KIND             PIC X(1).
        01  BP-F2               PIC X(64).
        01  BP-F3               PIC X(256).
        01  BP-F4               PIC X(20).
        01  BP-F5               PIC X(20).
        01  BP-F6               PIC X(1).
        01  BP-F7               PIC X(32).
        01  BP-F8               PIC X(12).

      * 拓樸包 QUE(核對用)
        01  BQ-TAB.
            05  BQ-ENT OCCURS 1000 TIMES.
                10  BQ-TYPE     PIC X(5).
                10  BQ-NAME     PIC X(64).
        77  BQ-CNT              SIGNED-INT VALUE 0.
        77  BQ-IDX              SIGNED-INT VALUE 0.
        77  BQ-HIT              SIGNED-INT VALUE 0.

        01  Q-TYPE              PIC X(5).
        01  Q-NAME              PIC X(64).
        77  Q-MAX               SIGNED-LONG VALUE 0.
        77  Q-SIZE              SIGNED-LONG VALUE 0.
        01  Q-PROD              PIC X.
        01  Q-OWNER             PIC X(32).
        01  Q-CLASS             PIC X(12).

        01  STAMP-DATE          PIC X(8).
        01  STAMP-TIME          PIC X(8).
        01  HOST-NAME           PIC X(32).
        01  OPER-NAME           PIC X(32).
        01  CMD-LINE            PIC X(600) VALUE SPACES.
        77  CMD-RC              SIGNED-INT VALUE 0.
        77  CMD-PTR             SIGNED-INT VALUE 0.
        77  MAX-DISP            PIC -(9)9.
        77  SIZE-DISP           PIC -(9)9.
        77  NUM-DISP            PIC -(9)9.
        77  CNT-DISP            PIC -(5)9.
        77  CNT-DISP2           PIC -(5)9.

        77  Q-OUT-CNT           SIGNED-INT VALUE 0.
        77  F-OUT-CNT           SIGNED-INT VALUE 0.
        77  OK-CNT              SIGNED-INT VALUE 0.
        77  FAIL-CNT            SIGNED-INT VALUE 0.
        77  DIFF-CNT            SIGNED-INT VALUE 0.
        77  HDR-SEEN-SW         PIC X VALUE SPACE.
            88 HDR-SEEN         VALUE 'Y'.

        PROCEDURE               DIVISION.
        MAIN-RTN                SECTION.
        0000-BEGIN.

            PERFORM 2000-PARAM.

            ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT STAMP-TIME FROM TIME.
            DISPLAY "USER" UPON ENVIRONMENT-NAME.
            ACCEPT OPER-NAME FROM ENVIRONMENT-VALUE.
            DISPLAY "HOSTNAME" UPON ENVIRONMENT-NAME.
            ACCEPT HOST-NAME FROM ENVIRONMENT-VALUE.

            EVALUATE TRUE
                WHEN MODE-EXPORT
                    IF BDL-FILE-NAME = SPACES
                        STRING "MWDRKIT_" STAMP-DATE ".BDL"
                               DELIMITED BY SIZE INTO BDL-FILE-NAME
                        END-STRING
                    END-IF
                    PERFORM 4000-EXPORT THRU 4000-EXIT
                WHEN MODE-REBUILD
                    PERFORM 5000-REBUILD THRU 5000-EXIT
                WHEN MODE-VERIFY
                    PERFORM 6000-VERIFY THRU 6000-EXIT
            END-EVALUATE.

            IF FAIL-CNT > 0 OR DIFF-CNT > 0
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
      * 匯出：表頭 -> 控制檔全文 -> LIVE QUE -> 結尾
      *-----------------------------------------------------------
        4000-EXPORT.
            OPEN OUTPUT DRKIT-BDL-FILE.
            IF BDL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT WRITE BUNDLE, STATUS " BDL-FILE-STAT
                MOVE -1 TO RET-CODE
                MOVE "CANNOT WRITE DR BUNDLE" TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.

            MOVE SPACES TO BDL-REC.
            STRING "H|MWDRKIT|1|" STAMP-DATE STAMP-TIME(1:6) "|"
                   FUNCTION TRIM(HOST-NAME) "|"
                   FUNCTION TRIM(OPER-NAME)
                   DELIMITED BY SIZE INTO BDL-REC
            END-STRING.
            WRITE BDL-REC.

            PERFORM VARYING CF-IDX FROM 1 BY 1 UNTIL CF-IDX > 6
                MOVE CF-LOGICAL(CF-IDX) TO CUR-LOGICAL
                PERFORM 4900-RESOLVE
                PERFORM 4100-FILEOUT
            END-PERFORM.
            PERFORM VARYING RT-IDX FROM 1 BY 1 UNTIL RT-IDX > RT-CNT
                MOVE "ROUTE" TO CUR-LOGICAL
                MOVE RT-PATH(RT-IDX) TO CUR-PATH
                PERFORM 4100-FILEOUT
            END-PERFORM.

            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN QUEREGM, STATUS " REGM-FILE-STAT
            ELSE
                PERFORM TEST BEFORE UNTIL REGM-EOF
                    READ QUE-REGM-FILE NEXT
                        AT END
                            MOVE "10" TO REGM-FILE-STAT
                        NOT AT END
                            IF REGM-LIVE
                                PERFORM 4200-QUEOUT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QUE-REGM-FILE
            END-IF.

            MOVE Q-OUT-CNT TO CNT-DISP.
            MOVE F-OUT-CNT TO CNT-DISP2.
            MOVE SPACES TO BDL-REC.
            STRING "T|" FUNCTION TRIM(CNT-DISP) "|"
                   FUNCTION TRIM(CNT-DISP2)
                   DELIMITED BY SIZE INTO BDL-REC
            END-STRING.
            WRITE BDL-REC.
            CLOSE DRKIT-BDL-FILE.

            DISPLAY "BUNDLE  : " BDL-FILE-NAME(1:50).
            DISPLAY "VERSION : " STAMP-DATE STAMP-TIME(1:6).
            DISPLAY "QUES    : " CNT-DISP.
            DISPLAY "FILES   : " CNT-DISP2.

            MOVE "DREXPORT" TO AUDIT-ACTION.
            MOVE BDL-FILE-NAME TO AUDIT-QUE.
            MOVE Q-OUT-CNT TO AUDIT-CNT.
            PERFORM 1950-AUDLOG.

        4000-EXIT.
            CONTINUE.

      * 一份控制檔：F 起、L 逐行、E 止；來源主機無此檔記 X
        4100-FILEOUT.
            MOVE CUR-PATH TO CTL-FILE-NAME.
            MOVE SPACES TO BDL-REC.
            OPEN INPUT DRKIT-CTL-FILE.
            IF CTL-FILE-STAT NOT = "00"
                STRING "X|" FUNCTION TRIM(CUR-LOGICAL) "|"
                       FUNCTION TRIM(CUR-PATH)
                       DELIMITED BY SIZE INTO BDL-REC
                END-STRING
                WRITE BDL-REC
                DISPLAY "NOT PRESENT : " CUR-PATH(1:50)
            ELSE
                STRING "F|" FUNCTION TRIM(CUR-LOGICAL) "|"
                       FUNCTION TRIM(CUR-PATH)
                       DELIMITED BY SIZE INTO BDL-REC
                END-STRING
                WRITE BDL-REC
                MOVE 0 TO CUR-LINES
                PERFORM TEST BEFORE UNTIL CTL-EOF
                    READ DRKIT-CTL-FILE
                        AT END
                            MOVE "10" TO CTL-FILE-STAT
                        NOT AT END
                            MOVE SPACES TO BDL-REC
                            STRING "L|" CTL-REC
                                   DELIMITED BY SIZE INTO BDL-REC
                            END-STRING
                            WRITE BDL-REC
                            ADD 1 TO CUR-LINES
                    END-READ
                END-PERFORM
                CLOSE DRKIT-CTL-FILE
                MOVE CUR-LINES TO NUM-DISP
                MOVE SPACES TO BDL-REC
                STRING "E|" FUNCTION TRIM(CUR-LOGICAL) "|"
                       FUNCTION TRIM(NUM-DISP)
                       DELIMITED BY SIZE INTO BDL-REC
                END-STRING
                WRITE BDL-REC
                ADD 1 TO F-OUT-CNT
                DISPLAY "PACKED  : " CUR-PATH(1:40) " " NUM-DISP
            END-IF.

        4200-QUEOUT.
            MOVE REGM-MAX TO Q-MAX.
            MOVE REGM-SIZE TO Q-SIZE.
            MOVE Q-MAX TO MAX-DISP.
            MOVE Q-SIZE TO SIZE-DISP.
            MOVE SPACES TO BDL-REC.
            STRING "Q|" FUNCTION TRIM(REGM-QUE-TYPE) "|"
                   FUNCTION TRIM(REGM-QUE-NAME) "|"
                   FUNCTION TRIM(MAX-DISP) "|"
                   FUNCTION TRIM(SIZE-DISP) "|"
                   REGM-PROD-FLAG "|"
                   FUNCTION TRIM(REGM-OWNER) "|"
                   FUNCTION TRIM(REGM-CLASS)
                   DELIMITED BY SIZE INTO BDL-REC
            END-STRING.
            WRITE BDL-REC.
            ADD 1 TO Q-OUT-CNT.

      * 控制檔實際檔名：環境變數覆蓋，否則即邏輯名
        4900-RESOLVE.
            MOVE SPACES TO CUR-PATH.
            DISPLAY CUR-LOGICAL UPON ENVIRONMENT-NAME.
            ACCEPT CUR-PATH FROM ENVIRONMENT-VALUE.
            IF CUR-PATH = SPACES
                MOVE CUR-LOGICAL TO CUR-PATH
            END-IF.

      *-----------------------------------------------------------
      * 重建：依序安裝控制檔、建立 QUE
      *-----------------------------------------------------------
        5000-REBUILD.
            PERFORM 5900-BDLOPEN THRU 5900-EXIT.

            PERFORM TEST BEFORE UNTIL BDL-EOF
                READ DRKIT-BDL-FILE
                    AT END
                        MOVE "10" TO BDL-FILE-STAT
                    NOT AT END
                        PERFORM 5050-SPLIT
                        EVALUATE BP-KIND
                            WHEN "F"
                                PERFORM 5100-FILEBEG
                            WHEN "L"
                                IF CUR-OPEN
                                    MOVE BDL-REC(3:512) TO CTL-REC
                                    WRITE CTL-REC
                                    ADD 1 TO CUR-LINES
                                END-IF
                            WHEN "E"
                                PERFORM 5200-FILEEND
                            WHEN "Q"
                                PERFORM 5300-QUEBUILD THRU 5300-EXIT
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE DRKIT-BDL-FILE.

            MOVE OK-CNT TO CNT-DISP.
            DISPLAY "QUES BUILT    : " CNT-DISP.
            MOVE FAIL-CNT TO CNT-DISP.
            DISPLAY "FAILED        : " CNT-DISP.
            MOVE F-OUT-CNT TO CNT-DISP.
            DISPLAY "FILES INSTALLED : " CNT-DISP.

            IF NOT DRY-ON
                MOVE "DRBUILD" TO AUDIT-ACTION
                MOVE BDL-FILE-NAME TO AUDIT-QUE
                MOVE OK-CNT TO AUDIT-CNT
                PERFORM 1950-AUDLOG
            END-IF.

        5000-EXIT.
            CONTINUE.

      * 拆解拓樸包一行(L 行內容不拆，取 BDL-REC(3:))
        5050-SPLIT.
            MOVE SPACES TO BP-KIND BP-F2 BP-F3 BP-F4 BP-F5 BP-F6
                           BP-F7 BP-F8.
            MOVE BDL-REC(1:1) TO BP-KIND.
            IF BP-KIND NOT = "L"
                UNSTRING BDL-REC DELIMITED BY "|"
                    INTO BP-KIND BP-F2 BP-F3 BP-F4 BP-F5 BP-F6
                         BP-F7 BP-F8
                END-UNSTRING
            END-IF.
            IF BP-KIND = "H"
                MOVE "Y" TO HDR-SEEN-SW
                DISPLAY "BUNDLE VERSION : " BP-F4(1:14)
                        "  FROM " BP-F5(1:20)
            END-IF.

      * 控制檔開始：路由規則檔照原路徑，其餘依邏輯名解析
        5100-FILEBEG.
            MOVE SPACE TO CUR-OPEN-SW.
            MOVE 0 TO CUR-LINES.
            MOVE BP-F2 TO CUR-LOGICAL.
            IF CUR-LOGICAL = "ROUTE"
                MOVE BP-F3 TO CUR-PATH
            ELSE
                PERFORM 4900-RESOLVE
            END-IF.
            IF DRY-ON
                DISPLAY "DRY : INSTALL " CUR-PATH(1:50)
            ELSE
      * 原檔先留底
                MOVE SPACES TO CMD-LINE
                STRING "test -f " FUNCTION TRIM(CUR-PATH)
                       " && cp -p " FUNCTION TRIM(CUR-PATH) " "
                       FUNCTION TRIM(CUR-PATH) ".DRBAK"
                       DELIMITED BY SIZE INTO CMD-LINE
                END-STRING
                CALL "SYSTEM" USING CMD-LINE
                MOVE CUR-PATH TO CTL-FILE-NAME
                OPEN OUTPUT DRKIT-CTL-FILE
                IF CTL-FILE-STAT = "00"
                    MOVE "Y" TO CUR-OPEN-SW
                ELSE
                    DISPLAY "CANNOT INSTALL : " CUR-PATH(1:50)
                            " STATUS " CTL-FILE-STAT
                    ADD 1 TO FAIL-CNT
                END-IF
            END-IF.

        5200-FILEEND.
            IF CUR-OPEN
                CLOSE DRKIT-CTL-FILE
                MOVE SPACE TO CUR-OPEN-SW
                ADD 1 TO F-OUT-CNT
                MOVE CUR-LINES TO NUM-DISP
                DISPLAY "INSTALLED : " CUR-PATH(1:40) " " NUM-DISP
                IF CUR-LINES NOT = FUNCTION NUMVAL(BP-F3)
                    DISPLAY "  LINE COUNT MISMATCH, BUNDLE SAYS "
                            BP-F3(1:10)
                    ADD 1 TO FAIL-CNT
                END-IF
            END-IF.

      * 一筆 QUE：走 MQMK/MSGMK 原路徑，-owner 帶拓樸包責任者
        5300-QUEBUILD.
            PERFORM 5350-QPARSE.
            MOVE SPACES TO CMD-LINE.
            MOVE 1 TO CMD-PTR.
            MOVE Q-MAX TO MAX-DISP.
            MOVE Q-SIZE TO SIZE-DISP.
            IF Q-TYPE = "POSIX"
                STRING "runcbl MQMK -q -c " FUNCTION TRIM(MAX-DISP)
                       " -s " FUNCTION TRIM(SIZE-DISP)
                       DELIMITED BY SIZE INTO CMD-LINE
                       WITH POINTER CMD-PTR
                END-STRING
            ELSE
                STRING "runcbl MSGMK -q"
                       DELIMITED BY SIZE INTO CMD-LINE
                       WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF Q-PROD = "Y"
                STRING " -p" DELIMITED BY SIZE INTO CMD-LINE
                       WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF Q-CLASS NOT = SPACES
                STRING " -class " FUNCTION TRIM(Q-CLASS)
                       DELIMITED BY SIZE INTO CMD-LINE
                       WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            IF Q-OWNER NOT = SPACES
                STRING " -owner " FUNCTION TRIM(Q-OWNER)
                       DELIMITED BY SIZE INTO CMD-LINE
                       WITH POINTER CMD-PTR
                END-STRING
            END-IF.
            STRING " " FUNCTION TRIM(Q-NAME)
                   DELIMITED BY SIZE INTO CMD-LINE
                   WITH POINTER CMD-PTR
            END-STRING.

            IF DRY-ON
                DISPLAY "DRY : " CMD-LINE(1:70)
                ADD 1 TO OK-CNT
                GO TO 5300-EXIT
            END-IF.

            CALL "SYSTEM" USING CMD-LINE.
            MOVE RETURN-CODE TO CMD-RC.
            IF CMD-RC > 255
                DIVIDE CMD-RC BY 256 GIVING CMD-RC
            END-IF.
            IF CMD-RC NOT = 0
                ADD 1 TO FAIL-CNT
                DISPLAY "FAILED  : " Q-NAME(1:50) " RC=" CMD-RC
                GO TO 5300-EXIT
            END-IF.
            ADD 1 TO OK-CNT.
            DISPLAY "BUILT   : " Q-NAME(1:50).

        5300-EXIT.
            CONTINUE.

        5350-QPARSE.
            MOVE BP-F2 TO Q-TYPE.
            MOVE BP-F3 TO Q-NAME.
            COMPUTE Q-MAX = FUNCTION NUMVAL(BP-F4).
            COMPUTE Q-SIZE = FUNCTION NUMVAL(BP-F5).
            MOVE BP-F6 TO Q-PROD.
            MOVE BP-F7 TO Q-OWNER.
            MOVE BP-F8 TO Q-CLASS.

      * 開拓樸包，須有表頭
        5900-BDLOPEN.
            IF BDL-FILE-NAME = SPACES
                DISPLAY "NEED -b bundle_file"
                GO TO 3000-PERR
            END-IF.
            OPEN INPUT DRKIT-BDL-FILE.
            IF BDL-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN BUNDLE : " BDL-FILE-NAME(1:50)
                MOVE -1 TO RET-CODE
                MOVE "CANNOT OPEN DR BUNDLE" TO ERR-TXT
                MOVE MWRC-FILE TO EXIT-CLASS
                GO TO 1000-ERR
            END-IF.
            READ DRKIT-BDL-FILE
                AT END
                    MOVE SPACES TO BDL-REC
            END-READ.
            IF BDL-REC(1:10) NOT = "H|MWDRKIT|"
                CLOSE DRKIT-BDL-FILE
                DISPLAY "NOT A MWDRKIT BUNDLE : " BDL-FILE-NAME(1:50)
                MOVE MWRC-PARM TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.
            PERFORM 5050-SPLIT.

        5900-EXIT.
            CONTINUE.

      *-----------------------------------------------------------
      * 核對：控制檔逐行、QUE 逐筆，另列拓樸包外的 LIVE QUE
      *-----------------------------------------------------------
        6000-VERIFY.
            PERFORM 5900-BDLOPEN THRU 5900-EXIT.

            OPEN OUTPUT DRKIT-RPT-FILE.
            IF RPT-FILE-STAT NOT = "00"
                DISPLAY "CANNOT OPEN RPT FILE : " RPT-FILE-NAME
                MOVE MWRC-FILE TO RETURN-CODE
                GO TO 0000-EXIT
            END-IF.
            MOVE SPACES TO RPT-REC.
            STRING "MWDRKIT - DR HOST VERIFY " STAMP-DATE
                   "  BUNDLE " FUNCTION TRIM(BDL-FILE-NAME)
                   "  VERSION " BP-F4(1:14)
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.

            OPEN INPUT QUE-REGM-FILE.

            PERFORM TEST BEFORE UNTIL BDL-EOF
                READ DRKIT-BDL-FILE
                    AT END
                        MOVE "10" TO BDL-FILE-STAT
                    NOT AT END
                        PERFORM 5050-SPLIT
                        EVALUATE BP-KIND
                            WHEN "F"
                                PERFORM 6100-FILEBEG
                            WHEN "L"
                                PERFORM 6150-FILELINE
                            WHEN "E"
                                PERFORM 6200-FILEEND
                            WHEN "X"
                                MOVE SPACES TO RPT-REC
                                STRING "FILE  NOT IN BUNDLE  "
                                       BP-F3(1:60)
                                       DELIMITED BY SIZE INTO RPT-REC
                                END-STRING
                                PERFORM 7900-RPTWRITE
                            WHEN "Q"
                                PERFORM 6300-QUECHK
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            CLOSE DRKIT-BDL-FILE.

      * 災備主機多出的 LIVE QUE
            CLOSE QUE-REGM-FILE.
            OPEN INPUT QUE-REGM-FILE.
            IF REGM-FILE-STAT = "00"
                PERFORM TEST BEFORE UNTIL REGM-EOF
                    READ QUE-REGM-FILE NEXT
                        AT END
                            MOVE "10" TO REGM-FILE-STAT
                        NOT AT END
                            IF REGM-LIVE
                                PERFORM 6400-EXTRACHK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE QUE-REGM-FILE
            ELSE
                MOVE SPACES TO RPT-REC
                STRING "QUEREGM NOT AVAILABLE ON THIS HOST, STATUS "
                       REGM-FILE-STAT
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                ADD 1 TO DIFF-CNT
            END-IF.

            MOVE SPACES TO RPT-REC.
            PERFORM 7900-RPTWRITE.
            MOVE BQ-CNT TO CNT-DISP.
            MOVE DIFF-CNT TO CNT-DISP2.
            MOVE SPACES TO RPT-REC.
            STRING "BUNDLE QUES :" CNT-DISP "   DIFFERENCES :"
                   CNT-DISP2
                   DELIMITED BY SIZE INTO RPT-REC
            END-STRING.
            PERFORM 7900-RPTWRITE.
            CLOSE DRKIT-RPT-FILE.
            DISPLAY "REPORT : " RPT-FILE-NAME(1:50).

        6000-EXIT.
            CONTINUE.

        6100-FILEBEG.
            MOVE 0 TO CUR-LINES CUR-DIFF-AT.
            MOVE SPACE TO CUR-OPEN-SW CUR-BAD-SW.
            MOVE BP-F2 TO CUR-LOGICAL.
            IF CUR-LOGICAL = "ROUTE"
                MOVE BP-F3 TO CUR-PATH
            ELSE
                PERFORM 4900-RESOLVE
            END-IF.
            MOVE CUR-PATH TO CTL-FILE-NAME.
            OPEN INPUT DRKIT-CTL-FILE.
            IF CTL-FILE-STAT = "00"
                MOVE "Y" TO CUR-OPEN-SW
            ELSE
                MOVE "Y" TO CUR-BAD-SW
            END-IF.

        6150-FILELINE.
            ADD 1 TO CUR-LINES.
            IF CUR-OPEN AND CUR-DIFF-AT = 0
                READ DRKIT-CTL-FILE
                    AT END
                        MOVE CUR-LINES TO CUR-DIFF-AT
                    NOT AT END
                        IF CTL-REC NOT = BDL-REC(3:512)
                            MOVE CUR-LINES TO CUR-DIFF-AT
                        END-IF
                END-READ
            END-IF.

        6200-FILEEND.
            MOVE SPACES TO RPT-REC.
            IF CUR-BAD
                STRING "FILE  MISSING        " CUR-PATH(1:60)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                ADD 1 TO DIFF-CNT
            ELSE
      * 拓樸包行數已讀完，主機檔仍有餘行亦屬不符
                IF CUR-DIFF-AT = 0
                    READ DRKIT-CTL-FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            COMPUTE CUR-DIFF-AT = CUR-LINES + 1
                    END-READ
                END-IF
                CLOSE DRKIT-CTL-FILE
                IF CUR-DIFF-AT = 0
                    STRING "FILE  SAME           " CUR-PATH(1:60)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                ELSE
                    MOVE CUR-DIFF-AT TO NUM-DISP
                    STRING "FILE  DIFFERS        " CUR-PATH(1:60)
                           " FROM LINE " FUNCTION TRIM(NUM-DISP)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    ADD 1 TO DIFF-CNT
                END-IF
            END-IF.
            PERFORM 7900-RPTWRITE.
            MOVE SPACE TO CUR-OPEN-SW.

        6300-QUECHK.
            PERFORM 5350-QPARSE.
            IF BQ-CNT < 1000
                ADD 1 TO BQ-CNT
                MOVE Q-TYPE TO BQ-TYPE(BQ-CNT)
                MOVE Q-NAME TO BQ-NAME(BQ-CNT)
            END-IF.

            MOVE Q-NAME TO REGM-QUE-NAME.
            MOVE Q-TYPE TO REGM-QUE-TYPE.
            READ QUE-REGM-FILE
                INVALID KEY
                    MOVE "REMOVED" TO REGM-STATUS
            END-READ.
            IF NOT REGM-LIVE
                MOVE SPACES TO RPT-REC
                STRING "QUE   MISSING        " Q-TYPE " " Q-NAME(1:50)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                ADD 1 TO DIFF-CNT
            ELSE
                IF FUNCTION NUMVAL(REGM-MAX) NOT = Q-MAX
                OR FUNCTION NUMVAL(REGM-SIZE) NOT = Q-SIZE
                    MOVE Q-MAX TO MAX-DISP
                    MOVE Q-SIZE TO SIZE-DISP
                    MOVE SPACES TO RPT-REC
                    STRING "QUE   CAPACITY       " Q-TYPE " "
                           Q-NAME(1:40) " BUNDLE "
                           FUNCTION TRIM(MAX-DISP) "/"
                           FUNCTION TRIM(SIZE-DISP) " HOST "
                           FUNCTION TRIM(REGM-MAX) "/"
                           FUNCTION TRIM(REGM-SIZE)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    ADD 1 TO DIFF-CNT
                END-IF
                IF REGM-PROD-FLAG NOT = Q-PROD
                    MOVE SPACES TO RPT-REC
                    STRING "QUE   PROD FLAG      " Q-TYPE " "
                           Q-NAME(1:40) " BUNDLE " Q-PROD
                           " HOST " REGM-PROD-FLAG
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    ADD 1 TO DIFF-CNT
                END-IF
                IF REGM-OWNER NOT = Q-OWNER
                    MOVE SPACES TO RPT-REC
                    STRING "QUE   OWNER          " Q-TYPE " "
                           Q-NAME(1:40) " BUNDLE "
                           FUNCTION TRIM(Q-OWNER) " HOST "
                           FUNCTION TRIM(REGM-OWNER)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    ADD 1 TO DIFF-CNT
                END-IF
                IF REGM-CLASS NOT = Q-CLASS
                    MOVE SPACES TO RPT-REC
                    STRING "QUE   CLASS          " Q-TYPE " "
                           Q-NAME(1:40) " BUNDLE "
                           FUNCTION TRIM(Q-CLASS) " HOST "
                           FUNCTION TRIM(REGM-CLASS)
                           DELIMITED BY SIZE INTO RPT-REC
                    END-STRING
                    PERFORM 7900-RPTWRITE
                    ADD 1 TO DIFF-CNT
                END-IF
            END-IF.

        6400-EXTRACHK.
            MOVE 0 TO BQ-HIT.
            PERFORM VARYING BQ-IDX FROM 1 BY 1
                    UNTIL BQ-IDX > BQ-CNT OR BQ-HIT > 0
                IF BQ-NAME(BQ-IDX) = REGM-QUE-NAME
                AND BQ-TYPE(BQ-IDX) = REGM-QUE-TYPE
                    MOVE BQ-IDX TO BQ-HIT
                END-IF
            END-PERFORM.
            IF BQ-HIT = 0
                MOVE SPACES TO RPT-REC
                STRING "QUE   NOT IN BUNDLE  " REGM-QUE-TYPE " "
                       REGM-QUE-NAME(1:50)
                       DELIMITED BY SIZE INTO RPT-REC
                END-STRING
                PERFORM 7900-RPTWRITE
                ADD 1 TO DIFF-CNT
            END-IF.

        7900-RPTWRITE.
            WRITE RPT-REC.
            DISPLAY RPT-REC(1:110).

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

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
            MOVE OPER-NAME TO AUDIT-OPER.
            MOVE "MWDRKIT" TO AUDIT-PGM.

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
            MOVE "MWDRKIT"       TO INCLOG-PGM.
            MOVE RET-CODE        TO INCLOG-CODE.
            MOVE ERR-TXT(1:ERR-LEN) TO INCLOG-MSG.
            MOVE BDL-FILE-NAME TO INCLOG-QUE.
            MOVE OPER-NAME TO INCLOG-OPER.
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
      * 選擇性參數 : -export | -rebuild | -verify , -b bundle_file ,
      *              -route rules_file , -o report_file , -dry
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

            IF DRY-ON AND NOT MODE-REBUILD
                GO TO 3000-PERR
            END-IF.

        2500-SETPARAM.
            EVALUATE PARAM
                WHEN "-q"        MOVE "Y" TO QUIET-SW
                WHEN "--batch"   MOVE "Y" TO QUIET-SW
                WHEN "-dry"      MOVE "Y" TO DRY-SW
                WHEN "-export"   MOVE "X" TO MODE-SW
                WHEN "-rebuild"  MOVE "R" TO MODE-SW
                WHEN "-verify"   MOVE "V" TO MODE-SW
                WHEN "-b"        MOVE PARAM TO PARAM-PREV
                WHEN "-route"    MOVE PARAM TO PARAM-PREV
                WHEN "-o"        MOVE PARAM TO PARAM-PREV
                WHEN OTHER
                    PERFORM 2600-PARMVAL
            END-EVALUATE.

        2600-PARMVAL.
            EVALUATE PARAM-PREV
                WHEN "-b"
                    MOVE PARAM TO BDL-FILE-NAME
                WHEN "-route"
                    IF RT-CNT >= 10
                        GO TO 3000-PERR
                    END-IF
                    ADD 1 TO RT-CNT
                    MOVE PARAM TO RT-PATH(RT-CNT)
                WHEN "-o"
                    MOVE PARAM TO RPT-FILE-NAME
                WHEN OTHER
                    GO TO 3000-PERR
            END-EVALUATE.
            MOVE SPACES TO PARAM-PREV.

        3000-PERR.
            DISPLAY "INVALID PARAMETER".
            DISPLAY " ".

            DISPLAY "MWDRKIT - DR Topology Bundle Export/Rebuild".
            DISPLAY "Usage:".
            DISPLAY "  runcbl MWDRKIT [-export] [options]".
            DISPLAY "  runcbl MWDRKIT -rebuild -b bundle [-dry]".
            DISPLAY "  runcbl MWDRKIT -verify -b bundle [options]".
            DISPLAY " ".
            DISPLAY "options:".
            DISPLAY "  [-b bundle_file]   Bundle, Export Default".
            DISPLAY "                     MWDRKIT_yyyymmdd.BDL".
            DISPLAY "  [-route file]      MWROUTE Rules File To".
            DISPLAY "                     Include, Repeatable".
            DISPLAY "  [-o report_file]   Verify Report(Default".
            DISPLAY "                     MWDRKITOUT)".
            DISPLAY "  [-dry]             Rebuild: List Actions Only".
            DISPLAY "  [-q|--batch]       Suppress ENTER Prompt".
            DISPLAY " ".
            MOVE MWRC-PARM TO RETURN-CODE.
            GO TO 0000-EXIT.

        END PROGRAM MWDRKIT.
