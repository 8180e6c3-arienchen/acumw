      * MWPROBE.CBL
      * 生產路徑往返延遲探測(POSIX 與 SYS/V 通用)
      *
      * LAST MODIFIED : V1.0 2026-10-15 ARIEN CHEN
      *
      * DESCRIPTION
      * 1. 送出一筆帶時戳的探測訊息至指定 ECHO QUE，以 MQRECV -t
      *     告警改查路由表(MWALERTR，同 MWDASH)：依 QUE 樣式/
      *     OWNER=團隊/嚴重度(SLOW/TIMEOUT)路由，查無路由沿用
      *     -alert；每次路由告警記一筆 ALERT 操作軌跡
      * 2026-10-15 ARIEN
      *     告警先查維護停告行事曆(MWMAINT)：QUE 在維護窗口內不
      *     呼叫值班，改記停告紀錄(MWMAINTSUP)與嚴重度 M 事件；
      *     結束碼照舊(3/5)，窗口結束後下一次探測仍異常即照常告警
      *
      */
        IDENTIFICATION DIVISION.
            COPY "AUDITSL.DEF".
            COPY "INCLOGSL.DEF".
            COPY "REGMSL.DEF".
            COPY "MNTSL.DEF".

        DATA DIVISION.
        FILE SECTION.
        COPY "AUDITFD.DEF".
        COPY "INCLOGFD.DEF".
        COPY "REGMFD.DEF".
        COPY "MNTFD.DEF".

        WORKING-STORAGE SECTION.
        COPY "MWAPI.DEF".
        COPY "CHNWS.DEF".
        COPY "ALRTWS.DEF".
        COPY "MNTWS.DEF".

        77  AUDIT-FILE-STAT     PIC XX.
        77  FIRE-CMD            PIC X(200) VALUE SPACES.
                MOVE ALRT-CMD-OUT TO FIRE-CMD
            END-IF.

      * 維護窗口內不呼叫值班，改記停告紀錄與 M 事件
            MOVE ALRT-QUE-KEY TO MNT-QUE-KEY.
            MOVE ALRT-OWNER TO MNT-OWNER.
            PERFORM 1990-MAINTCHK THRU 1990-EXIT.
            IF MNT-ACTIVE
                MOVE "MWPROBE" TO MNT-PGM
                MOVE ALRT-SEV TO MNT-SEV
                MOVE RTT-MS TO RTT-MS-DISP
                MOVE SPACES TO MNT-DETAIL
                STRING "RTT " DELIMITED BY SIZE
                       RTT-MS-DISP DELIMITED BY SIZE
                       " MS" DELIMITED BY SIZE
                    INTO MNT-DETAIL
                END-STRING
                PERFORM 1996-MAINTSUP
                PERFORM 1998-MAINTINC
                MOVE SPACES TO FIRE-CMD
            END-IF.

            IF FIRE-CMD NOT = SPACES
                MOVE RTT-MS TO RTT-MS-DISP
                MOVE SPACES TO ALERT-CMD-LINE

        COPY "ALRTPD.DEF".

        COPY "MNTPD.DEF".

        1000-ERR.
            MOVE LENGTH OF ERR-TXT TO ERR-LEN.

