*>会計カレンダーの作成(年次) 会計年度1年分の週を会計カレンダーマスタ
*>(FiscalCalendar.txt)へ作る。月次の帳票・締めはこのマスタの会計期間で動く
*>(参照は共通サブルーチンFISCAL_CALENDAR、業務日付はBUSINESS_DATEが期間を添えて返す)
*>パラメータ(FiscalCalendarParm.txtの1行目)で会計年度・期首日・週の割り方・週数を受け取る
*>  週の割り方 445/454/544  四半期13週を3期間に分ける週数(既定445)
*>  週数       52/53        53週の年は53週目を第12期間(年度末の期間)へ入れる
*>同じ年度の行は作り直して置き換え、マスタは週開始日の昇順で書き戻す
*>他の年度の週と日付が重なる場合は書き換えずに異常終了(RC=16)、
*>前後の年度との間に空き日がある場合は書き換えたうえで警告(RC=4)とする
*>期間一覧(FiscalCalendarList.txt)を印字してスプール台帳へ登録する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_158_FISCAL_CALENDAR.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CALENDAR_PARM_FILE
            ASSIGN TO "FiscalCalendarParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CALENDAR_PARM_STATUS.
        SELECT FISCAL_CALENDAR_FILE
            ASSIGN TO "FiscalCalendar.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FISCAL_CALENDAR_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "FiscalCalendarList.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD CALENDAR_PARM_FILE.
        01 CALENDAR_PARM_RECORD.
            05 CPM_YEAR PIC X(04).
            05 FILLER PIC X(01).
            05 CPM_FIRST_DAY PIC X(08).
            05 FILLER PIC X(01).
            05 CPM_PATTERN PIC X(03).
            05 FILLER PIC X(01).
            05 CPM_WEEKS PIC X(02).
        FD FISCAL_CALENDAR_FILE.
        01 FISCAL_CALENDAR_RECORD.
            05 FCF_WEEK_START PIC 9(08).
            05 FILLER PIC X(01).
            05 FCF_YEAR PIC 9(04).
            05 FILLER PIC X(01).
            05 FCF_PERIOD PIC 9(02).
            05 FILLER PIC X(01).
            05 FCF_WEEK PIC 9(02).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 CALENDAR_PARM_STATUS PIC XX.
        01 FISCAL_CALENDAR_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
*>パラメータ
        01 WK_YEAR PIC 9(04).
        01 WK_FIRST_DAY PIC 9(08).
        01 WK_FIRST_INT PIC 9(08).
        01 WK_LAST_END PIC 9(08).
        01 WK_LAST_INT PIC 9(08).
        01 WK_PATTERN PIC X(03) VALUE "445".
        01 WK_PATTERN_PARTS REDEFINES WK_PATTERN.
            05 WK_PATTERN_WEEKS PIC 9(01) OCCURS 3.
        01 WK_WEEKS PIC 9(02) VALUE 52.
*>既存マスタ(作り直す年度の行は読み込まない)
        01 OLD_TBL_MASTER.
            05 OLD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 OLD_TBL OCCURS 0 TO 540
                DEPENDING ON OLD_TBL_SIZE
                INDEXED BY OLD_IDX.
                10 OLT_START PIC 9(08).
                10 OLT_YEAR PIC 9(04).
                10 OLT_PERIOD PIC 9(02).
                10 OLT_WEEK PIC 9(02).
        01 WK_OVERFLOW_SW PIC X(01) VALUE "N".
*>作る年度の週
        01 NEW_TBL_MASTER.
            05 NEW_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 NEW_TBL OCCURS 0 TO 53
                DEPENDING ON NEW_TBL_SIZE
                INDEXED BY NEW_IDX.
                10 NWT_START PIC 9(08).
                10 NWT_PERIOD PIC 9(02).
        01 WK_QUARTER PIC 9(01).
        01 WK_PART PIC 9(01).
        01 WK_PART_WEEK PIC 9(01).
        01 WK_PERIOD PIC 9(02).
        01 WK_WEEK_INT PIC 9(08).
        01 WK_OLD_INT PIC 9(08).
*>前後の年度との突き合わせ
        01 WK_OVERLAP_CNT PIC 9(03) VALUE ZERO.
        01 WK_PRIOR_END PIC 9(08) VALUE ZERO.
        01 WK_NEXT_START PIC 9(08) VALUE ZERO.
        01 WK_GAP_SW PIC X(01) VALUE "N".
*>期間一覧の集計
        01 WK_LIST_START PIC 9(08).
        01 WK_LIST_WEEKS PIC 9(02).
        01 WK_SUB PIC 9(02).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "FiscalCalendarList.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 FCL_TITLE_LINE.
            05 PIC X(23) VALUE "*** FISCAL CALENDAR FY ".
            05 FCL_YEAR PIC 9(04).
            05 PIC X(09) VALUE " PATTERN ".
            05 FCL_PATTERN PIC X(03).
            05 PIC X(05) VALUE " *** ".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 FCL_TODAY PIC 9(08).
            05 PIC X(18) VALUE SPACE.
        01 FCL_COLUMN_LINE.
            05 PIC X(40) VALUE
                "PERIOD   START      END        WEEKS    ".
            05 PIC X(40) VALUE SPACE.
        01 FCL_DETAIL_LINE.
            05 FCL_FISCAL_YEAR PIC 9(04).
            05 PIC X(01) VALUE "/".
            05 FCL_PERIOD PIC 9(02).
            05 PIC X(02) VALUE SPACE.
            05 FCL_START PIC 9(08).
            05 PIC X(03) VALUE SPACE.
            05 FCL_END PIC 9(08).
            05 PIC X(03) VALUE SPACE.
            05 FCL_WEEKS PIC Z9.
            05 PIC X(47) VALUE SPACE.
        01 FCL_TOTAL_LINE.
            05 PIC X(13) VALUE "TOTAL WEEKS: ".
            05 FCL_TOTAL_WEEKS PIC Z9.
            05 PIC X(08) VALUE "  FROM: ".
            05 FCL_FIRST_DAY PIC 9(08).
            05 PIC X(06) VALUE "  TO: ".
            05 FCL_LAST_DAY PIC 9(08).
            05 PIC X(35) VALUE SPACE.
        01 FCL_MESSAGE_LINE.
            05 FCL_MESSAGE PIC X(80).
PROCEDURE DIVISION.
    FISCAL_CALENDAR_RTN SECTION.
    *>初期処理(パラメータの検査、既存マスタの読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM PARM_RTN.
        PERFORM LOAD_CALENDAR_RTN.
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "FISCAL CALENDAR TABLE FULL. MASTER NOT CHANGED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(年度の週を割り付け、他の年度との重なり・空きを調べる)
        PERFORM BUILD_WEEKS_RTN.
        PERFORM CHECK_OVERLAP_RTN.
        IF WK_OVERLAP_CNT > ZERO
            THEN
                DISPLAY "FY " WK_YEAR " OVERLAPS " WK_OVERLAP_CNT
                    " WEEKS OF OTHER YEARS. MASTER NOT CHANGED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>終了処理(マスタの書き戻し、期間一覧の印字とスプール台帳への登録)
        PERFORM SAVE_CALENDAR_RTN.
        PERFORM PRINT_LIST_RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "FISCAL CALENDAR FY " WK_YEAR " BUILT. WEEKS:"
            NEW_TBL_SIZE " " WK_FIRST_DAY "-" WK_LAST_END.
        IF WK_GAP_SW = "Y"
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    FISCAL_CALENDAR_EXIT.
    *>1.パラメータ(会計年度・期首日は必須。割り方・週数は省略時445/52)
    PARM_RTN SECTION.
        OPEN INPUT CALENDAR_PARM_FILE.
        IF CALENDAR_PARM_STATUS NOT = "00"
            THEN
                DISPLAY "FISCAL CALENDAR PARM NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        MOVE SPACE TO CALENDAR_PARM_RECORD.
        READ CALENDAR_PARM_FILE
            AT END
                CONTINUE
        END-READ.
        CLOSE CALENDAR_PARM_FILE.
        IF CPM_YEAR IS NOT NUMERIC
                OR CPM_FIRST_DAY IS NOT NUMERIC
            THEN
                DISPLAY "FISCAL YEAR AND FIRST DAY REQUIRED: "
                    CALENDAR_PARM_RECORD
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        MOVE CPM_YEAR TO WK_YEAR.
        MOVE CPM_FIRST_DAY TO WK_FIRST_DAY.
        IF FUNCTION TEST-DATE-YYYYMMDD(WK_FIRST_DAY) NOT = ZERO
            THEN
                DISPLAY "FIRST DAY IS NOT A DATE: " CPM_FIRST_DAY
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF CPM_PATTERN NOT = SPACE
            THEN
                MOVE CPM_PATTERN TO WK_PATTERN
        END-IF.
        IF WK_PATTERN NOT = "445"
                AND WK_PATTERN NOT = "454"
                AND WK_PATTERN NOT = "544"
            THEN
                DISPLAY "PATTERN MUST BE 445, 454 OR 544: " WK_PATTERN
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        IF CPM_WEEKS IS NUMERIC
            THEN
                MOVE CPM_WEEKS TO WK_WEEKS
        END-IF.
        IF WK_WEEKS NOT = 52 AND WK_WEEKS NOT = 53
            THEN
                DISPLAY "WEEKS MUST BE 52 OR 53: " CPM_WEEKS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        COMPUTE WK_FIRST_INT = FUNCTION INTEGER-OF-DATE(WK_FIRST_DAY).
        COMPUTE WK_LAST_INT = WK_FIRST_INT + WK_WEEKS * 7 - 1.
        COMPUTE WK_LAST_END = FUNCTION DATE-OF-INTEGER(WK_LAST_INT).
    PARM_EXIT.
    *>2.既存マスタの読み込み(作り直す年度の行は捨てる)
    LOAD_CALENDAR_RTN SECTION.
        OPEN INPUT FISCAL_CALENDAR_FILE.
        IF FISCAL_CALENDAR_STATUS NOT = "00"
            THEN
                GO TO LOAD_CALENDAR_EXIT
        END-IF.
        PERFORM UNTIL FISCAL_CALENDAR_STATUS NOT = "00"
            READ FISCAL_CALENDAR_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF FCF_WEEK_START IS NUMERIC
                            AND FCF_YEAR IS NUMERIC
                            AND FCF_YEAR NOT = WK_YEAR
                        THEN
                            IF OLD_TBL_SIZE < 540
                                THEN
                                    ADD 1 TO OLD_TBL_SIZE
                                    SET OLD_IDX TO OLD_TBL_SIZE
                                    MOVE FCF_WEEK_START
                                        TO OLT_START(OLD_IDX)
                                    MOVE FCF_YEAR TO OLT_YEAR(OLD_IDX)
                                    MOVE FCF_PERIOD TO OLT_PERIOD(OLD_IDX)
                                    MOVE FCF_WEEK TO OLT_WEEK(OLD_IDX)
                                ELSE
                                    MOVE "Y" TO WK_OVERFLOW_SW
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE FISCAL_CALENDAR_FILE.
    LOAD_CALENDAR_EXIT.
    *>3.年度の週の割り付け(四半期ごとに割り方の週数で3期間。53週目は第12期間)
    BUILD_WEEKS_RTN SECTION.
        MOVE ZERO TO NEW_TBL_SIZE WK_PERIOD.
        MOVE WK_FIRST_INT TO WK_WEEK_INT.
        PERFORM VARYING WK_QUARTER FROM 1 BY 1 UNTIL WK_QUARTER > 4
            PERFORM VARYING WK_PART FROM 1 BY 1 UNTIL WK_PART > 3
                ADD 1 TO WK_PERIOD
                PERFORM VARYING WK_PART_WEEK FROM 1 BY 1
                        UNTIL WK_PART_WEEK > WK_PATTERN_WEEKS(WK_PART)
                    PERFORM ADD_WEEK_RTN
                END-PERFORM
            END-PERFORM
        END-PERFORM.
        IF WK_WEEKS = 53
            THEN
                PERFORM ADD_WEEK_RTN
        END-IF.
    BUILD_WEEKS_EXIT.
    *>3-1.週1本の追加
    ADD_WEEK_RTN SECTION.
        ADD 1 TO NEW_TBL_SIZE.
        SET NEW_IDX TO NEW_TBL_SIZE.
        COMPUTE NWT_START(NEW_IDX) =
            FUNCTION DATE-OF-INTEGER(WK_WEEK_INT).
        MOVE WK_PERIOD TO NWT_PERIOD(NEW_IDX).
        ADD 7 TO WK_WEEK_INT.
    ADD_WEEK_EXIT.
    *>4.他の年度の週との重なりと、直前・直後の年度との空きの検査
    CHECK_OVERLAP_RTN SECTION.
        PERFORM VARYING OLD_IDX FROM 1 BY 1
                UNTIL OLD_IDX > OLD_TBL_SIZE
            COMPUTE WK_OLD_INT =
                FUNCTION INTEGER-OF-DATE(OLT_START(OLD_IDX))
            IF WK_OLD_INT + 6 >= WK_FIRST_INT
                    AND WK_OLD_INT <= WK_LAST_INT
                THEN
                    ADD 1 TO WK_OVERLAP_CNT
            END-IF
            IF WK_OLD_INT < WK_FIRST_INT
                THEN
                    COMPUTE WK_PRIOR_END =
                        FUNCTION DATE-OF-INTEGER(WK_OLD_INT + 6)
            END-IF
            IF WK_OLD_INT > WK_LAST_INT
                    AND WK_NEXT_START = ZERO
                THEN
                    MOVE OLT_START(OLD_IDX) TO WK_NEXT_START
            END-IF
        END-PERFORM.
        IF WK_PRIOR_END NOT = ZERO
            THEN
                IF FUNCTION INTEGER-OF-DATE(WK_PRIOR_END) + 1
                        NOT = WK_FIRST_INT
                    THEN
                        MOVE "Y" TO WK_GAP_SW
                        DISPLAY "GAP AFTER PRIOR YEAR ENDING "
                            WK_PRIOR_END
                END-IF
        END-IF.
        IF WK_NEXT_START NOT = ZERO
            THEN
                IF FUNCTION INTEGER-OF-DATE(WK_NEXT_START)
                        NOT = WK_LAST_INT + 1
                    THEN
                        MOVE "Y" TO WK_GAP_SW
                        DISPLAY "GAP BEFORE NEXT YEAR STARTING "
                            WK_NEXT_START
                END-IF
        END-IF.
    CHECK_OVERLAP_EXIT.
    *>5.マスタの書き戻し(作った年度の週を週開始日の順の位置へはさむ)
    SAVE_CALENDAR_RTN SECTION.
        OPEN OUTPUT FISCAL_CALENDAR_FILE.
        SET OLD_IDX TO 1.
        PERFORM UNTIL OLD_IDX > OLD_TBL_SIZE
                OR OLT_START(OLD_IDX) > WK_FIRST_DAY
            PERFORM WRITE_OLD_RTN
            SET OLD_IDX UP BY 1
        END-PERFORM.
        PERFORM VARYING NEW_IDX FROM 1 BY 1
                UNTIL NEW_IDX > NEW_TBL_SIZE
            MOVE SPACE TO FISCAL_CALENDAR_RECORD
            MOVE NWT_START(NEW_IDX) TO FCF_WEEK_START
            MOVE WK_YEAR TO FCF_YEAR
            MOVE NWT_PERIOD(NEW_IDX) TO FCF_PERIOD
            SET WK_SUB TO NEW_IDX
            MOVE WK_SUB TO FCF_WEEK
            WRITE FISCAL_CALENDAR_RECORD
        END-PERFORM.
        PERFORM UNTIL OLD_IDX > OLD_TBL_SIZE
            PERFORM WRITE_OLD_RTN
            SET OLD_IDX UP BY 1
        END-PERFORM.
        CLOSE FISCAL_CALENDAR_FILE.
    SAVE_CALENDAR_EXIT.
    *>5-1.既存の週1本の書き出し
    WRITE_OLD_RTN SECTION.
        MOVE SPACE TO FISCAL_CALENDAR_RECORD.
        MOVE OLT_START(OLD_IDX) TO FCF_WEEK_START.
        MOVE OLT_YEAR(OLD_IDX) TO FCF_YEAR.
        MOVE OLT_PERIOD(OLD_IDX) TO FCF_PERIOD.
        MOVE OLT_WEEK(OLD_IDX) TO FCF_WEEK.
        WRITE FISCAL_CALENDAR_RECORD.
    WRITE_OLD_EXIT.
    *>6.期間一覧(期間ごとに開始日・終了日・週数)
    PRINT_LIST_RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_YEAR TO FCL_YEAR.
        MOVE WK_PATTERN TO FCL_PATTERN.
        MOVE WK_TODAY TO FCL_TODAY.
        WRITE PRINT_RECORD FROM FCL_TITLE_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM FCL_COLUMN_LINE AFTER 2 LINE.
        MOVE ZERO TO WK_LIST_WEEKS.
        PERFORM VARYING NEW_IDX FROM 1 BY 1
                UNTIL NEW_IDX > NEW_TBL_SIZE
            IF WK_LIST_WEEKS = ZERO
                THEN
                    MOVE NWT_START(NEW_IDX) TO WK_LIST_START
            END-IF
            ADD 1 TO WK_LIST_WEEKS
            IF NEW_IDX = NEW_TBL_SIZE
                THEN
                    PERFORM PRINT_PERIOD_RTN
                ELSE
                    IF NWT_PERIOD(NEW_IDX + 1) NOT = NWT_PERIOD(NEW_IDX)
                        THEN
                            PERFORM PRINT_PERIOD_RTN
                    END-IF
            END-IF
        END-PERFORM.
        MOVE NEW_TBL_SIZE TO FCL_TOTAL_WEEKS.
        MOVE WK_FIRST_DAY TO FCL_FIRST_DAY.
        MOVE WK_LAST_END TO FCL_LAST_DAY.
        WRITE PRINT_RECORD FROM FCL_TOTAL_LINE AFTER 2 LINE.
        IF WK_GAP_SW = "Y"
            THEN
                MOVE "** WARNING: DAYS NOT COVERED BETWEEN THIS AND AN ADJOINING FISCAL YEAR **"
                    TO FCL_MESSAGE
                WRITE PRINT_RECORD FROM FCL_MESSAGE_LINE AFTER 1 LINE
        END-IF.
        CLOSE PRINT_FILE.
    PRINT_LIST_EXIT.
    *>6-1.期間1行の印字
    PRINT_PERIOD_RTN SECTION.
        MOVE WK_YEAR TO FCL_FISCAL_YEAR.
        MOVE NWT_PERIOD(NEW_IDX) TO FCL_PERIOD.
        MOVE WK_LIST_START TO FCL_START.
        COMPUTE FCL_END = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(NWT_START(NEW_IDX)) + 6).
        MOVE WK_LIST_WEEKS TO FCL_WEEKS.
        WRITE PRINT_RECORD FROM FCL_DETAIL_LINE AFTER 1 LINE.
        MOVE ZERO TO WK_LIST_WEEKS.
    PRINT_PERIOD_EXIT.
*>FiscalCalendarParm.txtの1行目 = 会計年度(4) 期首日(8) 週の割り方(3) 週数(2)(空白区切り)
*>  例 "2026 20260329 445 52"
*>会計年度は期首日の属する暦年で呼ぶ(4月始まりなら2026年4月期首の年度が2026)
*>期首日は曜日を問わないが、前年度の最終週の翌日とすること(空けると警告になる)
*>FiscalCalendar.txtの1行 = 週開始日(8) 会計年度(4) 期間(2) 年度内の週番号(2)(空白区切り)
