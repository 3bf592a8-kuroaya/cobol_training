*>ファイル容量の伸びの監視と上限到達の予測
*>APPLICATION_107_BACKUPが毎回書く容量記録(BKyyyymmdd.volume:ファイル名/件数/
*>バイト数)を過去400日分さかのぼって読み、ファイルごとに
*>  直前のセットからの伸び・1日あたりの伸び(直近30日)・30日あたりの伸び
*>  月ごとの伸び(月の最後のセット同士の差)
*>を印字する。容量記録の無い日(容量記録を書く前のセット)はマニフェスト
*>(BKyyyymmdd.manifest)の件数を使う(バイト数は不明として扱う)
*>パラメータ(VolumeParm.txt)にファイルごとの件数上限・バイト数上限と、
*>そのファイルを処理するステップのプログラム名を持ち、
*>  直近30日の伸びのまま進んだ場合に上限を超える日を予測する
*>  (90日以内に超える見込み、または既に超えているものに印を付ける)
*>  ステップの経過秒(BatchPerfLog.txt)の直近30日平均が、その前の30日平均から
*>  何%伸びたかと、ファイル件数の直近30日の伸び率を比べ、件数の伸びが
*>  経過秒の伸びを10ポイント超えて上回るファイルに印を付ける
*>  (経過秒にまだ表れていない伸び=そのうちステップが延びる)
*>結果は容量傾向報告書(VolumeTrendReport.txt。スプール台帳へ登録)へ出す
*>印の付いたファイルがあればRC=4、容量記録もマニフェストも1つも無ければRC=16
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_170_VOLUME_TREND.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VOLUME_FILE
            ASSIGN TO DYNAMIC WK_VOLUME_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOLUME_STATUS.
        SELECT VOLUME_PARM_FILE
            ASSIGN TO "VolumeParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VOLUME_PARM_STATUS.
        SELECT BATCH_PERF_LOG_FILE
            ASSIGN TO "BatchPerfLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BATCH_PERF_LOG_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "VolumeTrendReport.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
*>容量記録とマニフェストは先頭の ファイル名(30) 空白 件数(7) 空白 が同じ並び
*>(容量記録はその後にバイト数(11)、マニフェストはチェックサム(13))
        FD VOLUME_FILE.
        01 VOLUME_RECORD.
            05 VOL_FILE_NAME PIC X(30).
            05 FILLER PIC X(01).
            05 VOL_COUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 VOL_BYTES PIC 9(11).
            05 FILLER PIC X(02).
*>ファイルごとの上限とステップ(ファイル名 件数上限 バイト数上限 プログラム名。
*>上限0は予測しない)
        FD VOLUME_PARM_FILE.
        01 VOLUME_PARM_RECORD.
            05 VPR_FILE_NAME PIC X(30).
            05 FILLER PIC X(01).
            05 VPR_RECORD_LIMIT PIC X(09).
            05 FILLER PIC X(01).
            05 VPR_BYTE_LIMIT PIC X(11).
            05 FILLER PIC X(01).
            05 VPR_STEP PIC X(25).
        FD BATCH_PERF_LOG_FILE.
        01 BATCH_PERF_LOG_RECORD.
            05 PERF_LOG_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 PERF_LOG_PROGRAM PIC X(25).
            05 FILLER PIC X(01).
            05 PERF_LOG_STIME PIC 9(08).
            05 FILLER PIC X(01).
            05 PERF_LOG_ETIME PIC 9(08).
            05 FILLER PIC X(01).
            05 PERF_LOG_ELAPSED PIC 9(05).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 VOLUME_STATUS PIC XX.
        01 VOLUME_PARM_STATUS PIC XX.
        01 BATCH_PERF_LOG_STATUS PIC XX.
        01 WK_VOLUME_NAME PIC X(40).
*>さかのぼる日数・伸びを見る期間・予測の警告日数・経過秒との比較の幅(ポイント)
        01 CST_LOOKBACK_DAYS PIC 9(03) VALUE 400.
        01 CST_TREND_DAYS PIC 9(03) VALUE 30.
        01 CST_WARN_DAYS PIC 9(03) VALUE 90.
        01 CST_MARGIN_PCT PIC 9(03) VALUE 10.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_INT PIC 9(07).
        01 WK_DAY_INT PIC 9(07).
        01 WK_DAY_DATE PIC 9(08).
        01 WK_DAY_DATE_X REDEFINES WK_DAY_DATE PIC X(08).
        01 WK_BYTES_KNOWN PIC X(01).
        01 WK_SET_CNT PIC 9(03) VALUE ZERO.
        01 WK_MANIFEST_ONLY_CNT PIC 9(03) VALUE ZERO.
        01 WK_FLAG_CNT PIC 9(03) VALUE ZERO.
*>ファイル別テーブル(上限・ステップ・日ごとの観測値・ステップ経過秒の集計)
        01 FILE_TBL_MASTER.
            05 FILE_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 FILE_TBL OCCURS 0 TO 30
                DEPENDING ON FILE_TBL_SIZE
                INDEXED BY FILE_IDX.
                10 FLT_NAME PIC X(30).
                10 FLT_RECORD_LIMIT PIC 9(09).
                10 FLT_BYTE_LIMIT PIC 9(11).
                10 FLT_STEP PIC X(25).
                10 FLT_RECENT_CNT PIC 9(05).
                10 FLT_RECENT_SEC PIC 9(09).
                10 FLT_PRIOR_CNT PIC 9(05).
                10 FLT_PRIOR_SEC PIC 9(09).
                10 FLT_OBS_CNT PIC 9(03).
                10 FLT_OBS OCCURS 400.
                    15 FLO_DATE PIC 9(08).
                    15 FLO_DAY PIC 9(07).
                    15 FLO_COUNT PIC 9(07).
                    15 FLO_BYTES PIC 9(11).
                    15 FLO_BYTES_KNOWN PIC X(01).
        01 WK_OBS_SUB PIC 9(03).
        01 WK_LAST_SUB PIC 9(03).
        01 WK_BASE_SUB PIC 9(03).
        01 WK_PREV_SUB PIC 9(03).
*>1ファイル分の計算エリア
        01 WK_SPAN_DAYS PIC 9(05).
        01 WK_LAST_GROWTH PIC S9(08).
        01 WK_SPAN_GROWTH PIC S9(08).
        01 WK_PER_DAY PIC S9(07)V9.
        01 WK_PER_MONTH PIC S9(08).
        01 WK_BYTES_PER_DAY PIC S9(11)V9.
*>残り日数(桁あふれするほど遠い場合は999999として「99999日超」と出す)
        01 WK_DAYS_LEFT PIC 9(07).
        01 WK_REACH_DATE PIC 9(08).
        01 WK_FILE_PCT PIC S9(05).
        01 WK_STEP_PCT PIC S9(05).
        01 WK_RECENT_AVG PIC 9(05)V99.
        01 WK_PRIOR_AVG PIC 9(05)V99.
        01 WK_FILE_FLAG PIC X(01).
        01 WK_PERF_INT PIC 9(07).
        01 WK_MONTH_BASE PIC 9(07).
        01 WK_MONTH_GROWTH PIC S9(08).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "VolumeTrendReport.txt".
*>帳票行(見出し/ファイル別4行/月別/メッセージ)
        01 VTR_TITLE_LINE.
            05 PIC X(34) VALUE "*** FILE VOLUME GROWTH TREND *** ".
            05 VTR_TODAY PIC 9(08).
            05 PIC X(08) VALUE "  SETS: ".
            05 VTR_SET_CNT PIC ZZ9.
            05 PIC X(27) VALUE SPACE.
        01 VTR_FILE_LINE.
            05 VTR_NAME PIC X(30).
            05 PIC X(01) VALUE SPACE.
            05 PIC X(08) VALUE "RECORDS ".
            05 VTR_COUNT PIC Z(6)9.
            05 PIC X(08) VALUE "  BYTES ".
            05 VTR_BYTES PIC X(11).
            05 PIC X(07) VALUE "  SETS ".
            05 VTR_OBS_CNT PIC ZZ9.
            05 PIC X(05) VALUE SPACE.
        01 VTR_GROWTH_LINE.
            05 PIC X(18) VALUE "  GROWTH LAST SET ".
            05 VTR_LAST_GROWTH PIC -(7)9.
            05 PIC X(09) VALUE " PER DAY ".
            05 VTR_PER_DAY PIC -(6)9.9.
            05 PIC X(11) VALUE " PER MONTH ".
            05 VTR_PER_MONTH PIC -(7)9.
            05 PIC X(07) VALUE " SINCE ".
            05 VTR_SINCE PIC 9(08).
        01 VTR_LIMIT_LINE.
            05 PIC X(02) VALUE SPACE.
            05 VTR_LIMIT_KIND PIC X(08).
            05 PIC X(07) VALUE " LIMIT ".
            05 VTR_LIMIT PIC Z(10)9.
            05 PIC X(02) VALUE SPACE.
            05 VTR_REACH PIC X(36).
            05 PIC X(14) VALUE SPACE.
        01 VTR_STEP_LINE.
            05 PIC X(07) VALUE "  STEP ".
            05 VTR_STEP PIC X(25).
            05 PIC X(09) VALUE " ELAPSED ".
            05 VTR_STEP_PCT PIC X(06).
            05 PIC X(06) VALUE " FILE ".
            05 VTR_FILE_PCT PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 VTR_STEP_NOTE PIC X(20).
        01 VTR_MONTH_HEADING_LINE.
            05 PIC X(80) VALUE
            "FILE                           MONTH    RECORDS   GROWTH   AS OF".
        01 VTR_MONTH_LINE.
            05 VTR_MONTH_NAME PIC X(30).
            05 PIC X(01) VALUE SPACE.
            05 VTR_MONTH PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 VTR_MONTH_COUNT PIC Z(9)9.
            05 PIC X(01) VALUE SPACE.
            05 VTR_MONTH_GROWTH PIC -(7)9.
            05 PIC X(01) VALUE SPACE.
            05 VTR_MONTH_DATE PIC 9(08).
            05 PIC X(14) VALUE SPACE.
        01 VTR_MESSAGE_LINE.
            05 VTR_MESSAGE PIC X(80).
        01 WK_EDIT_PCT PIC -(4)9.
        01 WK_EDIT_BYTES PIC Z(10)9.
PROCEDURE DIVISION.
    VOLUME_TREND_RTN SECTION.
    *>初期処理(業務日付、上限パラメータ、過去の容量記録、ステップの経過秒)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_TODAY_INT = FUNCTION INTEGER-OF-DATE(WK_TODAY).
        PERFORM LOAD_PARM_RTN.
        COMPUTE WK_DAY_INT = WK_TODAY_INT - CST_LOOKBACK_DAYS + 1.
        PERFORM UNTIL WK_DAY_INT > WK_TODAY_INT
            PERFORM LOAD_SET_RTN
            ADD 1 TO WK_DAY_INT
        END-PERFORM.
        IF WK_SET_CNT = ZERO
            THEN
                DISPLAY "NO VOLUME RECORD OR MANIFEST (BKyyyymmdd) FOUND"
                    " IN THE LAST " CST_LOOKBACK_DAYS " DAYS."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_PERF_RTN.
    *>主処理(ファイル別の伸びと予測、月別の伸び)
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO VTR_TODAY.
        MOVE WK_SET_CNT TO VTR_SET_CNT.
        WRITE PRINT_RECORD FROM VTR_TITLE_LINE AFTER PAGE.
        IF WK_MANIFEST_ONLY_CNT > ZERO
            THEN
                MOVE SPACE TO VTR_MESSAGE
                STRING "  (" WK_MANIFEST_ONLY_CNT " OLDER SETS READ FROM "
                    "THE MANIFEST: RECORD COUNTS ONLY, NO BYTES)"
                    DELIMITED BY SIZE INTO VTR_MESSAGE
                WRITE PRINT_RECORD FROM VTR_MESSAGE_LINE AFTER 1 LINE
        END-IF.
        PERFORM FILE_REPORT_RTN
            VARYING FILE_IDX FROM 1 BY 1
            UNTIL FILE_IDX > FILE_TBL_SIZE.
        WRITE PRINT_RECORD FROM VTR_MONTH_HEADING_LINE AFTER PAGE.
        PERFORM MONTH_REPORT_RTN
            VARYING FILE_IDX FROM 1 BY 1
            UNTIL FILE_IDX > FILE_TBL_SIZE.
    *>終了処理
        MOVE SPACE TO VTR_MESSAGE.
        STRING "FILES FLAGGED: " WK_FLAG_CNT
            DELIMITED BY SIZE INTO VTR_MESSAGE.
        WRITE PRINT_RECORD FROM VTR_MESSAGE_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "VOLUME TREND: SETS " WK_SET_CNT " FILES "
            FILE_TBL_SIZE " FLAGGED " WK_FLAG_CNT.
        IF WK_FLAG_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    VOLUME_TREND_EXIT.
    *>1.上限パラメータの読み込み(無ければ上限なし・ステップなしで動作する)
    LOAD_PARM_RTN SECTION.
        OPEN INPUT VOLUME_PARM_FILE.
        IF VOLUME_PARM_STATUS NOT = "00"
            THEN
                GO TO LOAD_PARM_EXIT
        END-IF.
        PERFORM UNTIL VOLUME_PARM_STATUS NOT = "00"
            MOVE SPACE TO VOLUME_PARM_RECORD
            READ VOLUME_PARM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF VPR_FILE_NAME NOT = SPACE
                        THEN
                            MOVE VPR_FILE_NAME TO VOL_FILE_NAME
                            PERFORM FIND_FILE_RTN
                            IF FILE_IDX NOT = ZERO
                                THEN
                                    PERFORM SET_LIMIT_RTN
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE VOLUME_PARM_FILE.
    LOAD_PARM_EXIT.
    *>1-1.上限とステップの設定(数字でない上限は0=予測しない)
    SET_LIMIT_RTN SECTION.
        IF VPR_RECORD_LIMIT IS NUMERIC
            THEN
                MOVE VPR_RECORD_LIMIT TO FLT_RECORD_LIMIT(FILE_IDX)
        END-IF.
        IF VPR_BYTE_LIMIT IS NUMERIC
            THEN
                MOVE VPR_BYTE_LIMIT TO FLT_BYTE_LIMIT(FILE_IDX)
        END-IF.
        MOVE VPR_STEP TO FLT_STEP(FILE_IDX).
    SET_LIMIT_EXIT.
    *>2.ファイル別テーブルの検索(無ければ追加。満杯なら FILE_IDX = 0)
    FIND_FILE_RTN SECTION.
        SET FILE_IDX TO 1.
        SEARCH FILE_TBL
            AT END
                IF FILE_TBL_SIZE < 30
                    THEN
                        ADD 1 TO FILE_TBL_SIZE
                        SET FILE_IDX TO FILE_TBL_SIZE
                        INITIALIZE FILE_TBL(FILE_IDX)
                        MOVE VOL_FILE_NAME TO FLT_NAME(FILE_IDX)
                    ELSE
                        SET FILE_IDX TO ZERO
                END-IF
            WHEN FLT_NAME(FILE_IDX) = VOL_FILE_NAME
                CONTINUE
        END-SEARCH.
    FIND_FILE_EXIT.
    *>3.1日分の容量記録の読み込み(無ければ同じ日のマニフェストの件数を使う)
    LOAD_SET_RTN SECTION.
        COMPUTE WK_DAY_DATE = FUNCTION DATE-OF-INTEGER(WK_DAY_INT).
        MOVE SPACES TO WK_VOLUME_NAME.
        STRING "BK" WK_DAY_DATE_X ".volume"
            DELIMITED BY SIZE INTO WK_VOLUME_NAME.
        MOVE "Y" TO WK_BYTES_KNOWN.
        OPEN INPUT VOLUME_FILE.
        IF VOLUME_STATUS NOT = "00"
            THEN
                MOVE SPACES TO WK_VOLUME_NAME
                STRING "BK" WK_DAY_DATE_X ".manifest"
                    DELIMITED BY SIZE INTO WK_VOLUME_NAME
                MOVE "N" TO WK_BYTES_KNOWN
                OPEN INPUT VOLUME_FILE
                IF VOLUME_STATUS NOT = "00"
                    THEN
                        GO TO LOAD_SET_EXIT
                END-IF
                ADD 1 TO WK_MANIFEST_ONLY_CNT
        END-IF.
        ADD 1 TO WK_SET_CNT.
        PERFORM UNTIL VOLUME_STATUS NOT = "00"
            MOVE SPACE TO VOLUME_RECORD
            READ VOLUME_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF VOL_FILE_NAME NOT = SPACE
                            AND VOL_COUNT IS NUMERIC
                        THEN
                            PERFORM ADD_OBS_RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE VOLUME_FILE.
    LOAD_SET_EXIT.
    *>3-1.観測値1件の追加
    ADD_OBS_RTN SECTION.
        PERFORM FIND_FILE_RTN.
        IF FILE_IDX = ZERO OR FLT_OBS_CNT(FILE_IDX) NOT < 400
            THEN
                GO TO ADD_OBS_EXIT
        END-IF.
        ADD 1 TO FLT_OBS_CNT(FILE_IDX).
        MOVE FLT_OBS_CNT(FILE_IDX) TO WK_OBS_SUB.
        MOVE WK_DAY_DATE TO FLO_DATE(FILE_IDX WK_OBS_SUB).
        MOVE WK_DAY_INT TO FLO_DAY(FILE_IDX WK_OBS_SUB).
        MOVE VOL_COUNT TO FLO_COUNT(FILE_IDX WK_OBS_SUB).
        MOVE WK_BYTES_KNOWN TO FLO_BYTES_KNOWN(FILE_IDX WK_OBS_SUB).
        IF WK_BYTES_KNOWN = "Y" AND VOL_BYTES IS NUMERIC
            THEN
                MOVE VOL_BYTES TO FLO_BYTES(FILE_IDX WK_OBS_SUB)
            ELSE
                MOVE ZERO TO FLO_BYTES(FILE_IDX WK_OBS_SUB)
                MOVE "N" TO FLO_BYTES_KNOWN(FILE_IDX WK_OBS_SUB)
        END-IF.
    ADD_OBS_EXIT.
    *>4.ステップの経過秒の集計(直近30日と、その前の30日)
    LOAD_PERF_RTN SECTION.
        OPEN INPUT BATCH_PERF_LOG_FILE.
        IF BATCH_PERF_LOG_STATUS NOT = "00"
            THEN
                GO TO LOAD_PERF_EXIT
        END-IF.
        PERFORM UNTIL BATCH_PERF_LOG_STATUS NOT = "00"
            READ BATCH_PERF_LOG_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF PERF_LOG_DATE IS NUMERIC
                            AND PERF_LOG_DATE > 16010101
                            AND PERF_LOG_ELAPSED IS NUMERIC
                        THEN
                            COMPUTE WK_PERF_INT =
                                FUNCTION INTEGER-OF-DATE(PERF_LOG_DATE)
                            PERFORM ADD_PERF_RTN
                                VARYING FILE_IDX FROM 1 BY 1
                                UNTIL FILE_IDX > FILE_TBL_SIZE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE BATCH_PERF_LOG_FILE.
    LOAD_PERF_EXIT.
    ADD_PERF_RTN SECTION.
        IF FLT_STEP(FILE_IDX) = SPACE
                OR FLT_STEP(FILE_IDX) NOT = PERF_LOG_PROGRAM
                OR WK_PERF_INT > WK_TODAY_INT
            THEN
                GO TO ADD_PERF_EXIT
        END-IF.
        IF WK_PERF_INT > WK_TODAY_INT - CST_TREND_DAYS
            THEN
                ADD 1 TO FLT_RECENT_CNT(FILE_IDX)
                ADD PERF_LOG_ELAPSED TO FLT_RECENT_SEC(FILE_IDX)
            ELSE
                IF WK_PERF_INT > WK_TODAY_INT - CST_TREND_DAYS * 2
                    THEN
                        ADD 1 TO FLT_PRIOR_CNT(FILE_IDX)
                        ADD PERF_LOG_ELAPSED TO FLT_PRIOR_SEC(FILE_IDX)
                END-IF
        END-IF.
    ADD_PERF_EXIT.
    *>5.ファイル1本分の伸び・予測・ステップとの比較
    FILE_REPORT_RTN SECTION.
        IF FLT_OBS_CNT(FILE_IDX) = ZERO
            THEN
                GO TO FILE_REPORT_EXIT
        END-IF.
        MOVE SPACE TO WK_FILE_FLAG.
        MOVE FLT_OBS_CNT(FILE_IDX) TO WK_LAST_SUB.
*>直前のセットと、直近30日の起点(30日以上前の最後のセット。無ければ最初のセット)
        MOVE WK_LAST_SUB TO WK_PREV_SUB.
        IF WK_LAST_SUB > 1
            THEN
                SUBTRACT 1 FROM WK_PREV_SUB
        END-IF.
        MOVE 1 TO WK_BASE_SUB.
        PERFORM VARYING WK_OBS_SUB FROM 1 BY 1
                UNTIL WK_OBS_SUB > WK_LAST_SUB
            IF FLO_DAY(FILE_IDX WK_OBS_SUB) NOT >
                    FLO_DAY(FILE_IDX WK_LAST_SUB) - CST_TREND_DAYS
                THEN
                    MOVE WK_OBS_SUB TO WK_BASE_SUB
            END-IF
        END-PERFORM.
        MOVE FLT_NAME(FILE_IDX) TO VTR_NAME.
        MOVE FLO_COUNT(FILE_IDX WK_LAST_SUB) TO VTR_COUNT.
        IF FLO_BYTES_KNOWN(FILE_IDX WK_LAST_SUB) = "Y"
            THEN
                MOVE FLO_BYTES(FILE_IDX WK_LAST_SUB) TO WK_EDIT_BYTES
                MOVE WK_EDIT_BYTES TO VTR_BYTES
            ELSE
                MOVE "    UNKNOWN" TO VTR_BYTES
        END-IF.
        MOVE FLT_OBS_CNT(FILE_IDX) TO VTR_OBS_CNT.
        WRITE PRINT_RECORD FROM VTR_FILE_LINE AFTER 2 LINE.
        COMPUTE WK_LAST_GROWTH = FLO_COUNT(FILE_IDX WK_LAST_SUB)
            - FLO_COUNT(FILE_IDX WK_PREV_SUB).
        COMPUTE WK_SPAN_GROWTH = FLO_COUNT(FILE_IDX WK_LAST_SUB)
            - FLO_COUNT(FILE_IDX WK_BASE_SUB).
        COMPUTE WK_SPAN_DAYS = FLO_DAY(FILE_IDX WK_LAST_SUB)
            - FLO_DAY(FILE_IDX WK_BASE_SUB).
        IF WK_SPAN_DAYS = ZERO
            THEN
                MOVE ZERO TO WK_PER_DAY WK_BYTES_PER_DAY
            ELSE
                COMPUTE WK_PER_DAY ROUNDED = WK_SPAN_GROWTH / WK_SPAN_DAYS
                IF FLO_BYTES_KNOWN(FILE_IDX WK_LAST_SUB) = "Y"
                        AND FLO_BYTES_KNOWN(FILE_IDX WK_BASE_SUB) = "Y"
                    THEN
                        COMPUTE WK_BYTES_PER_DAY ROUNDED =
                            (FLO_BYTES(FILE_IDX WK_LAST_SUB)
                            - FLO_BYTES(FILE_IDX WK_BASE_SUB))
                            / WK_SPAN_DAYS
                    ELSE
                        MOVE ZERO TO WK_BYTES_PER_DAY
                END-IF
        END-IF.
        COMPUTE WK_PER_MONTH ROUNDED = WK_PER_DAY * CST_TREND_DAYS.
        MOVE WK_LAST_GROWTH TO VTR_LAST_GROWTH.
        MOVE WK_PER_DAY TO VTR_PER_DAY.
        MOVE WK_PER_MONTH TO VTR_PER_MONTH.
        MOVE FLO_DATE(FILE_IDX WK_BASE_SUB) TO VTR_SINCE.
        WRITE PRINT_RECORD FROM VTR_GROWTH_LINE AFTER 1 LINE.
*>件数上限・バイト数上限に届く日の予測
        IF FLT_RECORD_LIMIT(FILE_IDX) > ZERO
            THEN
                MOVE "RECORDS" TO VTR_LIMIT_KIND
                MOVE FLT_RECORD_LIMIT(FILE_IDX) TO VTR_LIMIT
                IF FLO_COUNT(FILE_IDX WK_LAST_SUB)
                        NOT < FLT_RECORD_LIMIT(FILE_IDX)
                    THEN
                        MOVE "** LIMIT ALREADY REACHED" TO VTR_REACH
                        MOVE "Y" TO WK_FILE_FLAG
                    ELSE
                        IF WK_PER_DAY NOT > ZERO
                            THEN
                                MOVE "NOT GROWING" TO VTR_REACH
                            ELSE
                                COMPUTE WK_DAYS_LEFT =
                                    (FLT_RECORD_LIMIT(FILE_IDX)
                                    - FLO_COUNT(FILE_IDX WK_LAST_SUB))
                                    / WK_PER_DAY
                                    ON SIZE ERROR
                                        MOVE 999999 TO WK_DAYS_LEFT
                                END-COMPUTE
                                IF WK_DAYS_LEFT * WK_PER_DAY <
                                        FLT_RECORD_LIMIT(FILE_IDX)
                                        - FLO_COUNT(FILE_IDX WK_LAST_SUB)
                                    THEN
                                        ADD 1 TO WK_DAYS_LEFT
                                END-IF
                                PERFORM REACH_DATE_RTN
                        END-IF
                END-IF
                WRITE PRINT_RECORD FROM VTR_LIMIT_LINE AFTER 1 LINE
        END-IF.
        IF FLT_BYTE_LIMIT(FILE_IDX) > ZERO
            THEN
                MOVE "BYTES" TO VTR_LIMIT_KIND
                MOVE FLT_BYTE_LIMIT(FILE_IDX) TO VTR_LIMIT
                EVALUATE TRUE
                    WHEN FLO_BYTES_KNOWN(FILE_IDX WK_LAST_SUB) NOT = "Y"
                        MOVE "BYTES NOT RECORDED" TO VTR_REACH
                    WHEN FLO_BYTES(FILE_IDX WK_LAST_SUB)
                            NOT < FLT_BYTE_LIMIT(FILE_IDX)
                        MOVE "** LIMIT ALREADY REACHED" TO VTR_REACH
                        MOVE "Y" TO WK_FILE_FLAG
                    WHEN WK_BYTES_PER_DAY NOT > ZERO
                        MOVE "NOT GROWING" TO VTR_REACH
                    WHEN OTHER
                        COMPUTE WK_DAYS_LEFT =
                            (FLT_BYTE_LIMIT(FILE_IDX)
                            - FLO_BYTES(FILE_IDX WK_LAST_SUB))
                            / WK_BYTES_PER_DAY
                            ON SIZE ERROR
                                MOVE 999999 TO WK_DAYS_LEFT
                        END-COMPUTE
                        IF WK_DAYS_LEFT * WK_BYTES_PER_DAY <
                                FLT_BYTE_LIMIT(FILE_IDX)
                                - FLO_BYTES(FILE_IDX WK_LAST_SUB)
                            THEN
                                ADD 1 TO WK_DAYS_LEFT
                        END-IF
                        PERFORM REACH_DATE_RTN
                END-EVALUATE
                WRITE PRINT_RECORD FROM VTR_LIMIT_LINE AFTER 1 LINE
        END-IF.
        IF FLT_STEP(FILE_IDX) NOT = SPACE
            THEN
                PERFORM STEP_TREND_RTN
        END-IF.
        IF WK_FILE_FLAG = "Y"
            THEN
                ADD 1 TO WK_FLAG_CNT
        END-IF.
    FILE_REPORT_EXIT.
    *>5-1.予測日の編集(最後のセットの日+残り日数。警告日数以内なら印を付ける)
    REACH_DATE_RTN SECTION.
        MOVE SPACE TO VTR_REACH.
        IF WK_DAYS_LEFT > 99999
            THEN
                MOVE "REACHED AFTER 99999 DAYS" TO VTR_REACH
                GO TO REACH_DATE_EXIT
        END-IF.
        COMPUTE WK_REACH_DATE = FUNCTION DATE-OF-INTEGER(
            FLO_DAY(FILE_IDX WK_LAST_SUB) + WK_DAYS_LEFT).
        IF WK_DAYS_LEFT NOT > CST_WARN_DAYS
            THEN
                STRING "** REACHED " WK_REACH_DATE " ("
                    WK_DAYS_LEFT " DAYS)"
                    DELIMITED BY SIZE INTO VTR_REACH
                MOVE "Y" TO WK_FILE_FLAG
            ELSE
                STRING "REACHED " WK_REACH_DATE " ("
                    WK_DAYS_LEFT " DAYS)"
                    DELIMITED BY SIZE INTO VTR_REACH
        END-IF.
    REACH_DATE_EXIT.
    *>5-2.ステップの経過秒の伸び率とファイル件数の伸び率の比較
    STEP_TREND_RTN SECTION.
        MOVE FLT_STEP(FILE_IDX) TO VTR_STEP.
        MOVE SPACE TO VTR_STEP_PCT VTR_FILE_PCT VTR_STEP_NOTE.
        IF FLO_COUNT(FILE_IDX WK_BASE_SUB) = ZERO
                OR WK_SPAN_DAYS = ZERO
            THEN
                MOVE "NO FILE TREND YET" TO VTR_STEP_NOTE
                WRITE PRINT_RECORD FROM VTR_STEP_LINE AFTER 1 LINE
                GO TO STEP_TREND_EXIT
        END-IF.
        COMPUTE WK_FILE_PCT ROUNDED = WK_SPAN_GROWTH * 100
            / FLO_COUNT(FILE_IDX WK_BASE_SUB).
        MOVE WK_FILE_PCT TO WK_EDIT_PCT.
        STRING WK_EDIT_PCT "%" DELIMITED BY SIZE INTO VTR_FILE_PCT.
        IF FLT_RECENT_CNT(FILE_IDX) = ZERO
                OR FLT_PRIOR_CNT(FILE_IDX) = ZERO
                OR FLT_PRIOR_SEC(FILE_IDX) = ZERO
            THEN
                MOVE "NO STEP TIMES" TO VTR_STEP_NOTE
                WRITE PRINT_RECORD FROM VTR_STEP_LINE AFTER 1 LINE
                GO TO STEP_TREND_EXIT
        END-IF.
        COMPUTE WK_RECENT_AVG ROUNDED = FLT_RECENT_SEC(FILE_IDX)
            / FLT_RECENT_CNT(FILE_IDX).
        COMPUTE WK_PRIOR_AVG ROUNDED = FLT_PRIOR_SEC(FILE_IDX)
            / FLT_PRIOR_CNT(FILE_IDX).
        COMPUTE WK_STEP_PCT ROUNDED =
            (WK_RECENT_AVG - WK_PRIOR_AVG) * 100 / WK_PRIOR_AVG.
        MOVE WK_STEP_PCT TO WK_EDIT_PCT.
        STRING WK_EDIT_PCT "%" DELIMITED BY SIZE INTO VTR_STEP_PCT.
        IF WK_FILE_PCT > WK_STEP_PCT + CST_MARGIN_PCT
            THEN
                MOVE "** FASTER THAN STEP" TO VTR_STEP_NOTE
                MOVE "Y" TO WK_FILE_FLAG
        END-IF.
        WRITE PRINT_RECORD FROM VTR_STEP_LINE AFTER 1 LINE.
    STEP_TREND_EXIT.
    *>6.月別の伸び(月の最後のセットの件数と、前月の最後のセットとの差。
    *>最初の月はその月の最初のセットとの差)
    MONTH_REPORT_RTN SECTION.
        IF FLT_OBS_CNT(FILE_IDX) = ZERO
            THEN
                GO TO MONTH_REPORT_EXIT
        END-IF.
        MOVE FLO_COUNT(FILE_IDX 1) TO WK_MONTH_BASE.
        MOVE FLT_OBS_CNT(FILE_IDX) TO WK_LAST_SUB.
        PERFORM VARYING WK_OBS_SUB FROM 1 BY 1
                UNTIL WK_OBS_SUB > WK_LAST_SUB
            IF WK_OBS_SUB = WK_LAST_SUB
                THEN
                    PERFORM MONTH_LINE_RTN
                ELSE
                    IF FLO_DATE(FILE_IDX WK_OBS_SUB)(1:6) NOT =
                            FLO_DATE(FILE_IDX WK_OBS_SUB + 1)(1:6)
                        THEN
                            PERFORM MONTH_LINE_RTN
                    END-IF
            END-IF
        END-PERFORM.
    MONTH_REPORT_EXIT.
    MONTH_LINE_RTN SECTION.
        MOVE FLT_NAME(FILE_IDX) TO VTR_MONTH_NAME.
        MOVE FLO_DATE(FILE_IDX WK_OBS_SUB)(1:6) TO VTR_MONTH.
        MOVE FLO_COUNT(FILE_IDX WK_OBS_SUB) TO VTR_MONTH_COUNT.
        COMPUTE WK_MONTH_GROWTH = FLO_COUNT(FILE_IDX WK_OBS_SUB)
            - WK_MONTH_BASE.
        MOVE WK_MONTH_GROWTH TO VTR_MONTH_GROWTH.
        MOVE FLO_DATE(FILE_IDX WK_OBS_SUB) TO VTR_MONTH_DATE.
        WRITE PRINT_RECORD FROM VTR_MONTH_LINE AFTER 1 LINE.
        MOVE FLO_COUNT(FILE_IDX WK_OBS_SUB) TO WK_MONTH_BASE.
    MONTH_LINE_EXIT.
*>VolumeParm.txtの1行 = ファイル名(30) 空白 件数上限(9) 空白 バイト数上限(11)
*>空白 ステップのプログラム名(25。BatchPerfLog.txtのプログラム名と同じ綴り)
*>  例 "SalesHistory.txt               001000000 00500000000 APPLICATION_33_ROLLUP"
*>  パラメータに無いファイルも容量記録にあれば伸びだけを印字する
*>伸びの起点は最後のセットから30日以上前の最後のセット(1日あたり=差/日数、
*>1月あたり=1日あたり×30)。予測はこの1日あたりの伸びのまま進むとした場合
*>ステップの伸び率=(直近30日の平均経過秒-その前の30日の平均)/その前の30日の平均
