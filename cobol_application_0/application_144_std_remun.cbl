*>標準報酬月額の決定 毎年夏に4〜6月の給与から手計算していた定時決定と、
*>見落としていた随時改定の候補出しを行う
*>支給履歴(PayHistory.txt)の基準3か月の総支給を従業員ごとに平均し、
*>法定料率テーブル(StatRates.txt)の等級表の行("B")で等級と標準報酬月額を求め、
*>標準報酬月額マスタ(StdRemMaster.txt)へ提案(状態"P")として書く
*>  業務日付が7月・8月 = 定時決定(4〜6月の平均。9月1日から適用)
*>  それ以外の月 = 随時改定の確認(前月までの3か月の平均が現在の等級から
*>                 2等級以上離れた従業員に **MID-YEAR** を付けて提案する。当月1日から)
*>  現在の等級が無い従業員は、どちらの月でも資格取得時の決定として提案する
*>提案の承認はAPPLICATION_145_STD_REM_APPROVE。承認済みの等級は適用日から
*>APPLICATION_34_PAYROLLの健保・年金の計算に使われ、適用日を過ぎた承認済みの
*>改定は次回の本プログラムで現在の等級へ繰り上がる
*>結果は標準報酬月額決定一覧(StdRemProposal.txt)に印字し、スプール台帳へ登録する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_144_STD_REMUN.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STAT_RATES_FILE
            ASSIGN TO "StatRates.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STAT_RATES_STATUS.
        SELECT PAY_HISTORY_FILE
            ASSIGN TO "PayHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_HISTORY_STATUS.
        SELECT STD_REM_FILE
            ASSIGN TO "StdRemMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STD_REM_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "StdRemProposal.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>等級表の行 = "B" 等級(2) 報酬月額の下限(7) 標準報酬月額(7)
        FD STAT_RATES_FILE.
        01 STAT_RATES_RECORD.
            05 SR_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 SR_GRADE PIC X(02).
            05 FILLER PIC X(01).
            05 SR_LOWER PIC X(07).
            05 FILLER PIC X(01).
            05 SR_STANDARD PIC X(07).
            05 FILLER PIC X(08).
        FD PAY_HISTORY_FILE.
        01 PAY_HISTORY_RECORD.
            05 PH_PERIOD PIC 9(06).
            05 FILLER PIC X(01).
            05 PH_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 PH_GROSS PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_TAX PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_HEALTH PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_PENSION PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_OTHER PIC 9(05).
            05 FILLER PIC X(01).
            05 PH_NET PIC 9(05).
*>標準報酬月額マスタ(現在の等級と、提案中/承認済みの改定)
        FD STD_REM_FILE.
        01 STD_REM_RECORD.
            05 SRM_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 SRM_CUR_GRADE PIC X(02).
            05 FILLER PIC X(01).
            05 SRM_CUR_STANDARD PIC X(07).
            05 FILLER PIC X(01).
            05 SRM_CUR_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01).
            05 SRM_NEW_GRADE PIC X(02).
            05 FILLER PIC X(01).
            05 SRM_NEW_STANDARD PIC X(07).
            05 FILLER PIC X(01).
            05 SRM_NEW_EFFECTIVE PIC X(08).
            05 FILLER PIC X(01).
            05 SRM_NEW_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 SRM_NEW_REASON PIC X(01).
            05 FILLER PIC X(01).
            05 SRM_NEW_AVERAGE PIC X(07).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 STAT_RATES_STATUS PIC XX.
        01 PAY_HISTORY_STATUS PIC XX.
        01 STD_REM_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_R REDEFINES WK_TODAY.
            05 WK_TODAY_YEAR PIC 9(04).
            05 WK_TODAY_MONTH PIC 9(02).
            05 WK_TODAY_DAY PIC 9(02).
*>実行の種類(A=定時決定 M=随時改定の確認)と基準月・適用日
        01 WK_RUN_TYPE PIC X(01).
            88 ANNUAL_RUN VALUE "A".
            88 MIDYEAR_RUN VALUE "M".
        01 WK_REF_PERIOD PIC 9(06) OCCURS 3.
        01 WK_REF_SUB PIC 9(01).
        01 WK_MONTH_TOTAL PIC 9(06).
        01 WK_CALC_PERIOD.
            05 WK_CALC_YEAR PIC 9(04).
            05 WK_CALC_MONTH PIC 9(02).
        01 WK_EFFECTIVE PIC 9(08).
*>等級表(StatRates.txtの"B"行。等級の昇順)
        01 BND_TBL_MASTER.
            05 BND_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 BND_TBL OCCURS 0 TO 60
                DEPENDING ON BND_TBL_SIZE
                INDEXED BY BND_IDX.
                10 BNT_GRADE PIC 9(02).
                10 BNT_LOWER PIC 9(07).
                10 BNT_STANDARD PIC 9(07).
*>基準月の総支給(従業員×3か月。同じ月に複数行あれば最後の行=その月の確定分)
        01 PHT_TBL_MASTER.
            05 PHT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PHT_TBL OCCURS 0 TO 200
                DEPENDING ON PHT_TBL_SIZE
                INDEXED BY PHT_IDX.
                10 PHT_EMPLOYEE PIC X(05).
                10 PHT_MONTH OCCURS 3.
                    15 PHT_GROSS PIC 9(05).
                    15 PHT_FOUND PIC X(01).
*>標準報酬月額マスタテーブル(処理後にまとめて書き戻す)
        01 SRT_TBL_MASTER.
            05 SRT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SRT_TBL OCCURS 0 TO 200
                DEPENDING ON SRT_TBL_SIZE
                INDEXED BY SRT_IDX.
                10 SRT_EMPLOYEE PIC X(05).
                10 SRT_CUR_GRADE PIC 9(02).
                10 SRT_CUR_STANDARD PIC 9(07).
                10 SRT_CUR_EFFECTIVE PIC 9(08).
                10 SRT_NEW_GRADE PIC 9(02).
                10 SRT_NEW_STANDARD PIC 9(07).
                10 SRT_NEW_EFFECTIVE PIC 9(08).
                10 SRT_NEW_STATUS PIC X(01).
                10 SRT_NEW_REASON PIC X(01).
                10 SRT_NEW_AVERAGE PIC 9(07).
*>従業員マスタテーブル(氏名の解決と退職者の判定)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_NAME PIC X(10).
                10 ETB_STATUS PIC X(01).
*>1名分の計算エリア
        01 WK_EMP_NAME PIC X(10).
        01 WK_MONTH_CNT PIC 9(01).
        01 WK_GROSS_SUM PIC 9(07).
        01 WK_AVERAGE PIC 9(07).
        01 WK_GRADE PIC 9(02).
        01 WK_STANDARD PIC 9(07).
        01 WK_GRADE_DIFF PIC S9(02).
        01 WK_OVERFLOW_SW PIC X(01) VALUE "N".
        01 WK_PROPOSED_CNT PIC 9(05) VALUE ZERO.
        01 WK_MIDYEAR_CNT PIC 9(05) VALUE ZERO.
        01 WK_ROLLED_CNT PIC 9(05) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "StdRemProposal.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 SRP_TITLE_LINE.
            05 PIC X(36) VALUE "*** STANDARD REMUNERATION ***".
            05 SRP_RUN_NAME PIC X(18).
            05 PIC X(10) VALUE "RUN DATE: ".
            05 SRP_TODAY PIC 9(08).
            05 PIC X(08) VALUE SPACE.
        01 SRP_PERIOD_LINE.
            05 PIC X(18) VALUE "REFERENCE MONTHS: ".
            05 SRP_REF_1 PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 SRP_REF_2 PIC 9(06).
            05 PIC X(01) VALUE SPACE.
            05 SRP_REF_3 PIC 9(06).
            05 PIC X(13) VALUE "   EFFECTIVE ".
            05 SRP_EFFECTIVE PIC 9(08).
            05 PIC X(21) VALUE SPACE.
        01 SRP_COLUMN_LINE.
            05 PIC X(40) VALUE
                "EMP   NAME       MONTH1 MONTH2 MONTH3  A".
            05 PIC X(40) VALUE
                "VERAGE CUR NEW STANDARD".
        01 SRP_DETAIL_LINE.
            05 SRP_EMPLOYEE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 SRP_NAME PIC X(10).
            05 SRP_MONTH_DISP PIC X(07) OCCURS 3.
            05 SRP_AVERAGE PIC Z,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 SRP_CUR_GRADE PIC X(03).
            05 PIC X(01) VALUE SPACE.
            05 SRP_NEW_GRADE PIC 9(02).
            05 PIC X(01) VALUE SPACE.
            05 SRP_STANDARD PIC Z,ZZZ,ZZ9.
            05 PIC X(01) VALUE SPACE.
            05 SRP_FLAG PIC X(16).
        01 SRP_MONTH_EDIT PIC ZZZ,ZZ9.
        01 SRP_NONE_LINE.
            05 PIC X(80) VALUE "  NO PROPOSALS".
        01 SRP_TOTAL_LINE.
            05 PIC X(11) VALUE "PROPOSALS: ".
            05 SRP_PROPOSED_CNT PIC ZZZZ9.
            05 PIC X(13) VALUE "   MID-YEAR: ".
            05 SRP_MIDYEAR_CNT PIC ZZZZ9.
            05 PIC X(30) VALUE "   APPROVED GRADES NOW IN USE:".
            05 SRP_ROLLED_CNT PIC ZZZZ9.
            05 PIC X(11) VALUE SPACE.
PROCEDURE DIVISION.
    STD_REMUNERATION_RTN SECTION.
    *>初期処理(等級表・マスタ・従業員の読み込み、基準月と適用日の決定)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_BANDS_RTN.
        IF BND_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO GRADE BANDS IN STAT RATE TABLE."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_EMP_RTN.
        PERFORM LOAD_STD_REM_RTN.
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "STD REMUNERATION TABLE FULL. NOTHING PROPOSED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM SET_REFERENCE_RTN.
        PERFORM LOAD_HISTORY_RTN.
    *>主処理(従業員ごとに平均を求めて等級を当て、提案を作る)
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TODAY TO SRP_TODAY.
        WRITE PRINT_RECORD FROM SRP_TITLE_LINE AFTER PAGE.
        MOVE WK_REF_PERIOD(1) TO SRP_REF_1.
        MOVE WK_REF_PERIOD(2) TO SRP_REF_2.
        MOVE WK_REF_PERIOD(3) TO SRP_REF_3.
        MOVE WK_EFFECTIVE TO SRP_EFFECTIVE.
        WRITE PRINT_RECORD FROM SRP_PERIOD_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM SRP_COLUMN_LINE AFTER 2 LINE.
        PERFORM DETERMINE_ONE_RTN
            VARYING PHT_IDX FROM 1 BY 1
            UNTIL PHT_IDX > PHT_TBL_SIZE.
    *>終了処理(マスタの書き戻し、合計行、スプール台帳への登録)
        IF WK_PROPOSED_CNT = ZERO
            THEN
                WRITE PRINT_RECORD FROM SRP_NONE_LINE AFTER 1 LINE
        END-IF.
        MOVE WK_PROPOSED_CNT TO SRP_PROPOSED_CNT.
        MOVE WK_MIDYEAR_CNT TO SRP_MIDYEAR_CNT.
        MOVE WK_ROLLED_CNT TO SRP_ROLLED_CNT.
        WRITE PRINT_RECORD FROM SRP_TOTAL_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        IF WK_OVERFLOW_SW = "Y"
            THEN
                DISPLAY "STD REMUNERATION TABLE FULL. SOME NOT PROPOSED."
                MOVE 4 TO RETURN-CODE
        END-IF.
        PERFORM SAVE_STD_REM_RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "STD REMUNERATION END. PROPOSED:" WK_PROPOSED_CNT
            " MID-YEAR:" WK_MIDYEAR_CNT.
        IF WK_MIDYEAR_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    STD_REMUNERATION_EXIT.
    *>1.基準月と適用日(7・8月は4〜6月で9月1日から、他は前月までの3か月で当月1日から)
    SET_REFERENCE_RTN SECTION.
        IF WK_TODAY_MONTH = 7 OR WK_TODAY_MONTH = 8
            THEN
                MOVE "A" TO WK_RUN_TYPE
                MOVE "ANNUAL (APR-JUN)" TO SRP_RUN_NAME
                COMPUTE WK_REF_PERIOD(1) = WK_TODAY_YEAR * 100 + 4
                COMPUTE WK_REF_PERIOD(2) = WK_TODAY_YEAR * 100 + 5
                COMPUTE WK_REF_PERIOD(3) = WK_TODAY_YEAR * 100 + 6
                COMPUTE WK_EFFECTIVE = WK_TODAY_YEAR * 10000 + 901
                GO TO SET_REFERENCE_EXIT
        END-IF.
        MOVE "M" TO WK_RUN_TYPE.
        MOVE "MID-YEAR CHECK" TO SRP_RUN_NAME.
        COMPUTE WK_EFFECTIVE = WK_TODAY_YEAR * 10000
            + WK_TODAY_MONTH * 100 + 1.
        PERFORM VARYING WK_REF_SUB FROM 1 BY 1 UNTIL WK_REF_SUB > 3
            COMPUTE WK_MONTH_TOTAL = WK_TODAY_YEAR * 12
                + WK_TODAY_MONTH - 1 - 4 + WK_REF_SUB
            DIVIDE WK_MONTH_TOTAL BY 12 GIVING WK_CALC_YEAR
                REMAINDER WK_CALC_MONTH
            ADD 1 TO WK_CALC_MONTH
            MOVE WK_CALC_PERIOD TO WK_REF_PERIOD(WK_REF_SUB)
        END-PERFORM.
    SET_REFERENCE_EXIT.
    *>2.従業員1名の決定(退職者・基準月の支給が無い従業員は対象外)
    DETERMINE_ONE_RTN SECTION.
        MOVE "*UNKNOWN*" TO WK_EMP_NAME.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                CONTINUE
            WHEN ETB_CODE(EMP_IDX) = PHT_EMPLOYEE(PHT_IDX)
                MOVE ETB_NAME(EMP_IDX) TO WK_EMP_NAME
                IF ETB_STATUS(EMP_IDX) = "T"
                    THEN
                        GO TO DETERMINE_ONE_EXIT
                END-IF
        END-SEARCH.
        MOVE ZERO TO WK_MONTH_CNT WK_GROSS_SUM.
        PERFORM VARYING WK_REF_SUB FROM 1 BY 1 UNTIL WK_REF_SUB > 3
            IF PHT_FOUND(PHT_IDX WK_REF_SUB) = "Y"
                THEN
                    ADD 1 TO WK_MONTH_CNT
                    ADD PHT_GROSS(PHT_IDX WK_REF_SUB) TO WK_GROSS_SUM
                    MOVE PHT_GROSS(PHT_IDX WK_REF_SUB) TO SRP_MONTH_EDIT
                    MOVE SRP_MONTH_EDIT TO SRP_MONTH_DISP(WK_REF_SUB)
                ELSE
                    MOVE "      -" TO SRP_MONTH_DISP(WK_REF_SUB)
            END-IF
        END-PERFORM.
        IF WK_MONTH_CNT = ZERO
            THEN
                GO TO DETERMINE_ONE_EXIT
        END-IF.
        COMPUTE WK_AVERAGE = WK_GROSS_SUM / WK_MONTH_CNT.
        PERFORM FIND_GRADE_RTN.
    *>マスタの行を探す(無ければ資格取得時の決定として行を起こす)
        SET SRT_IDX TO 1.
        SEARCH SRT_TBL
            AT END
                IF SRT_TBL_SIZE >= 200
                    THEN
                        MOVE "Y" TO WK_OVERFLOW_SW
                        GO TO DETERMINE_ONE_EXIT
                END-IF
                ADD 1 TO SRT_TBL_SIZE
                SET SRT_IDX TO SRT_TBL_SIZE
                MOVE PHT_EMPLOYEE(PHT_IDX) TO SRT_EMPLOYEE(SRT_IDX)
                MOVE ZERO TO SRT_CUR_GRADE(SRT_IDX)
                    SRT_CUR_STANDARD(SRT_IDX) SRT_CUR_EFFECTIVE(SRT_IDX)
                    SRT_NEW_GRADE(SRT_IDX) SRT_NEW_STANDARD(SRT_IDX)
                    SRT_NEW_EFFECTIVE(SRT_IDX) SRT_NEW_AVERAGE(SRT_IDX)
                MOVE SPACE TO SRT_NEW_STATUS(SRT_IDX)
                    SRT_NEW_REASON(SRT_IDX)
            WHEN SRT_EMPLOYEE(SRT_IDX) = PHT_EMPLOYEE(PHT_IDX)
                CONTINUE
        END-SEARCH.
        MOVE SPACE TO SRP_FLAG.
    *>承認済みでまだ効いていない改定がある従業員は、それを優先して提案しない
        IF SRT_NEW_STATUS(SRT_IDX) = "A"
            THEN
                MOVE "APPROVED PENDING" TO SRP_FLAG
                PERFORM WRITE_DETAIL_RTN
                GO TO DETERMINE_ONE_EXIT
        END-IF.
        IF SRT_CUR_GRADE(SRT_IDX) = ZERO
            THEN
                MOVE "N" TO SRT_NEW_REASON(SRT_IDX)
                MOVE "NEW ENTRANT" TO SRP_FLAG
                PERFORM SET_PROPOSAL_RTN
                GO TO DETERMINE_ONE_EXIT
        END-IF.
        IF ANNUAL_RUN
            THEN
                MOVE "A" TO SRT_NEW_REASON(SRT_IDX)
                IF WK_GRADE NOT = SRT_CUR_GRADE(SRT_IDX)
                    THEN
                        MOVE "CHANGED" TO SRP_FLAG
                END-IF
                PERFORM SET_PROPOSAL_RTN
                GO TO DETERMINE_ONE_EXIT
        END-IF.
    *>随時改定は3か月とも支給があり、現在の等級から2等級以上離れた場合だけ
        COMPUTE WK_GRADE_DIFF = WK_GRADE - SRT_CUR_GRADE(SRT_IDX).
        IF WK_MONTH_CNT < 3
                OR (WK_GRADE_DIFF < 2 AND WK_GRADE_DIFF > -2)
            THEN
                GO TO DETERMINE_ONE_EXIT
        END-IF.
        MOVE "M" TO SRT_NEW_REASON(SRT_IDX).
        MOVE "**MID-YEAR**" TO SRP_FLAG.
        ADD 1 TO WK_MIDYEAR_CNT.
        PERFORM SET_PROPOSAL_RTN.
    DETERMINE_ONE_EXIT.
    *>2-1.提案の書き込み(承認待ち"P"。前回の未承認の提案は置き換える)
    SET_PROPOSAL_RTN SECTION.
        MOVE WK_GRADE TO SRT_NEW_GRADE(SRT_IDX).
        MOVE WK_STANDARD TO SRT_NEW_STANDARD(SRT_IDX).
        MOVE WK_EFFECTIVE TO SRT_NEW_EFFECTIVE(SRT_IDX).
        MOVE WK_AVERAGE TO SRT_NEW_AVERAGE(SRT_IDX).
        MOVE "P" TO SRT_NEW_STATUS(SRT_IDX).
        ADD 1 TO WK_PROPOSED_CNT.
        PERFORM WRITE_DETAIL_RTN.
    SET_PROPOSAL_EXIT.
    *>2-2.明細行の印字
    WRITE_DETAIL_RTN SECTION.
        MOVE PHT_EMPLOYEE(PHT_IDX) TO SRP_EMPLOYEE.
        MOVE WK_EMP_NAME TO SRP_NAME.
        MOVE WK_AVERAGE TO SRP_AVERAGE.
        IF SRT_CUR_GRADE(SRT_IDX) = ZERO
            THEN
                MOVE "  -" TO SRP_CUR_GRADE
            ELSE
                MOVE SPACE TO SRP_CUR_GRADE
                MOVE SRT_CUR_GRADE(SRT_IDX) TO SRP_CUR_GRADE(2:2)
        END-IF.
        MOVE SRT_NEW_GRADE(SRT_IDX) TO SRP_NEW_GRADE.
        MOVE SRT_NEW_STANDARD(SRT_IDX) TO SRP_STANDARD.
        WRITE PRINT_RECORD FROM SRP_DETAIL_LINE AFTER 1 LINE.
    WRITE_DETAIL_EXIT.
    *>3.等級の当てはめ(下限が平均以下の最も高い等級。最下限より低ければ1番目の等級)
    FIND_GRADE_RTN SECTION.
        MOVE BNT_GRADE(1) TO WK_GRADE.
        MOVE BNT_STANDARD(1) TO WK_STANDARD.
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            IF BNT_LOWER(BND_IDX) <= WK_AVERAGE
                THEN
                    MOVE BNT_GRADE(BND_IDX) TO WK_GRADE
                    MOVE BNT_STANDARD(BND_IDX) TO WK_STANDARD
            END-IF
        END-PERFORM.
    FIND_GRADE_EXIT.
    *>4.等級表の読み込み(料率の版の行は読み飛ばす)
    LOAD_BANDS_RTN SECTION.
        OPEN INPUT STAT_RATES_FILE.
        IF STAT_RATES_STATUS NOT = "00"
            THEN
                GO TO LOAD_BANDS_EXIT
        END-IF.
        PERFORM UNTIL STAT_RATES_STATUS NOT = "00"
            READ STAT_RATES_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SR_TYPE = "B" AND SR_GRADE IS NUMERIC
                            AND SR_LOWER IS NUMERIC
                            AND SR_STANDARD IS NUMERIC
                            AND BND_TBL_SIZE < 60
                        THEN
                            ADD 1 TO BND_TBL_SIZE
                            SET BND_IDX TO BND_TBL_SIZE
                            MOVE SR_GRADE TO BNT_GRADE(BND_IDX)
                            MOVE SR_LOWER TO BNT_LOWER(BND_IDX)
                            MOVE SR_STANDARD TO BNT_STANDARD(BND_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STAT_RATES_FILE.
    LOAD_BANDS_EXIT.
    *>5.支給履歴の読み込み(基準3か月の行だけを従業員別に拾う)
    LOAD_HISTORY_RTN SECTION.
        OPEN INPUT PAY_HISTORY_FILE.
        IF PAY_HISTORY_STATUS NOT = "00"
            THEN
                DISPLAY "PAY HISTORY NOT FOUND."
                GO TO LOAD_HISTORY_EXIT
        END-IF.
        PERFORM UNTIL PAY_HISTORY_STATUS NOT = "00"
            READ PAY_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM LOAD_ONE_HISTORY_RTN
            END-READ
        END-PERFORM.
        CLOSE PAY_HISTORY_FILE.
    LOAD_HISTORY_EXIT.
    *>5-1.支給履歴1行分(基準月でなければ読み飛ばす)
    LOAD_ONE_HISTORY_RTN SECTION.
        MOVE ZERO TO WK_REF_SUB.
        PERFORM VARYING WK_MONTH_CNT FROM 1 BY 1 UNTIL WK_MONTH_CNT > 3
            IF PH_PERIOD = WK_REF_PERIOD(WK_MONTH_CNT)
                THEN
                    MOVE WK_MONTH_CNT TO WK_REF_SUB
            END-IF
        END-PERFORM.
        IF WK_REF_SUB = ZERO
            THEN
                GO TO LOAD_ONE_HISTORY_EXIT
        END-IF.
        SET PHT_IDX TO 1.
        SEARCH PHT_TBL
            AT END
                IF PHT_TBL_SIZE >= 200
                    THEN
                        MOVE "Y" TO WK_OVERFLOW_SW
                        GO TO LOAD_ONE_HISTORY_EXIT
                END-IF
                ADD 1 TO PHT_TBL_SIZE
                SET PHT_IDX TO PHT_TBL_SIZE
                MOVE PH_EMPLOYEE_ID TO PHT_EMPLOYEE(PHT_IDX)
                MOVE ZERO TO PHT_GROSS(PHT_IDX 1) PHT_GROSS(PHT_IDX 2)
                    PHT_GROSS(PHT_IDX 3)
                MOVE SPACE TO PHT_FOUND(PHT_IDX 1) PHT_FOUND(PHT_IDX 2)
                    PHT_FOUND(PHT_IDX 3)
            WHEN PHT_EMPLOYEE(PHT_IDX) = PH_EMPLOYEE_ID
                CONTINUE
        END-SEARCH.
        MOVE PH_GROSS TO PHT_GROSS(PHT_IDX WK_REF_SUB).
        MOVE "Y" TO PHT_FOUND(PHT_IDX WK_REF_SUB).
    LOAD_ONE_HISTORY_EXIT.
    *>6.標準報酬月額マスタの読み込み(適用日を過ぎた承認済みの改定は現在の等級へ)
    LOAD_STD_REM_RTN SECTION.
        OPEN INPUT STD_REM_FILE.
        IF STD_REM_STATUS NOT = "00"
            THEN
                GO TO LOAD_STD_REM_EXIT
        END-IF.
        PERFORM UNTIL STD_REM_STATUS NOT = "00"
            READ STD_REM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM LOAD_ONE_STD_REM_RTN
            END-READ
        END-PERFORM.
        CLOSE STD_REM_FILE.
    LOAD_STD_REM_EXIT.
    *>6-1.マスタ1行分(空白の項目は0として持つ)
    LOAD_ONE_STD_REM_RTN SECTION.
        IF SRT_TBL_SIZE >= 200
            THEN
                MOVE "Y" TO WK_OVERFLOW_SW
                GO TO LOAD_ONE_STD_REM_EXIT
        END-IF.
        ADD 1 TO SRT_TBL_SIZE.
        SET SRT_IDX TO SRT_TBL_SIZE.
        MOVE SRM_EMPLOYEE TO SRT_EMPLOYEE(SRT_IDX).
        MOVE ZERO TO SRT_CUR_GRADE(SRT_IDX) SRT_CUR_STANDARD(SRT_IDX)
            SRT_CUR_EFFECTIVE(SRT_IDX) SRT_NEW_GRADE(SRT_IDX)
            SRT_NEW_STANDARD(SRT_IDX) SRT_NEW_EFFECTIVE(SRT_IDX)
            SRT_NEW_AVERAGE(SRT_IDX).
        MOVE SPACE TO SRT_NEW_STATUS(SRT_IDX) SRT_NEW_REASON(SRT_IDX).
        IF SRM_CUR_GRADE IS NUMERIC AND SRM_CUR_STANDARD IS NUMERIC
                AND SRM_CUR_EFFECTIVE IS NUMERIC
            THEN
                MOVE SRM_CUR_GRADE TO SRT_CUR_GRADE(SRT_IDX)
                MOVE SRM_CUR_STANDARD TO SRT_CUR_STANDARD(SRT_IDX)
                MOVE SRM_CUR_EFFECTIVE TO SRT_CUR_EFFECTIVE(SRT_IDX)
        END-IF.
        IF SRM_NEW_GRADE IS NOT NUMERIC
                OR SRM_NEW_STANDARD IS NOT NUMERIC
                OR SRM_NEW_EFFECTIVE IS NOT NUMERIC
            THEN
                GO TO LOAD_ONE_STD_REM_EXIT
        END-IF.
    *>承認済みで適用日を過ぎた改定は現在の等級へ繰り上げる
        IF SRM_NEW_STATUS = "A" AND SRM_NEW_EFFECTIVE <= WK_TODAY
            THEN
                MOVE SRM_NEW_GRADE TO SRT_CUR_GRADE(SRT_IDX)
                MOVE SRM_NEW_STANDARD TO SRT_CUR_STANDARD(SRT_IDX)
                MOVE SRM_NEW_EFFECTIVE TO SRT_CUR_EFFECTIVE(SRT_IDX)
                ADD 1 TO WK_ROLLED_CNT
                GO TO LOAD_ONE_STD_REM_EXIT
        END-IF.
        IF SRM_NEW_STATUS = "A" OR SRM_NEW_STATUS = "P"
            THEN
                MOVE SRM_NEW_GRADE TO SRT_NEW_GRADE(SRT_IDX)
                MOVE SRM_NEW_STANDARD TO SRT_NEW_STANDARD(SRT_IDX)
                MOVE SRM_NEW_EFFECTIVE TO SRT_NEW_EFFECTIVE(SRT_IDX)
                MOVE SRM_NEW_STATUS TO SRT_NEW_STATUS(SRT_IDX)
                MOVE SRM_NEW_REASON TO SRT_NEW_REASON(SRT_IDX)
                IF SRM_NEW_AVERAGE IS NUMERIC
                    THEN
                        MOVE SRM_NEW_AVERAGE
                            TO SRT_NEW_AVERAGE(SRT_IDX)
                END-IF
        END-IF.
    LOAD_ONE_STD_REM_EXIT.
    *>7.標準報酬月額マスタの書き戻し(等級の無い項目・改定の無い項目は空白)
    SAVE_STD_REM_RTN SECTION.
        OPEN OUTPUT STD_REM_FILE.
        PERFORM VARYING SRT_IDX FROM 1 BY 1
                UNTIL SRT_IDX > SRT_TBL_SIZE
            MOVE SPACE TO STD_REM_RECORD
            MOVE SRT_EMPLOYEE(SRT_IDX) TO SRM_EMPLOYEE
            IF SRT_CUR_GRADE(SRT_IDX) > ZERO
                THEN
                    MOVE SRT_CUR_GRADE(SRT_IDX) TO SRM_CUR_GRADE
                    MOVE SRT_CUR_STANDARD(SRT_IDX) TO SRM_CUR_STANDARD
                    MOVE SRT_CUR_EFFECTIVE(SRT_IDX) TO SRM_CUR_EFFECTIVE
            END-IF
            IF SRT_NEW_STATUS(SRT_IDX) NOT = SPACE
                THEN
                    MOVE SRT_NEW_GRADE(SRT_IDX) TO SRM_NEW_GRADE
                    MOVE SRT_NEW_STANDARD(SRT_IDX) TO SRM_NEW_STANDARD
                    MOVE SRT_NEW_EFFECTIVE(SRT_IDX) TO SRM_NEW_EFFECTIVE
                    MOVE SRT_NEW_STATUS(SRT_IDX) TO SRM_NEW_STATUS
                    MOVE SRT_NEW_REASON(SRT_IDX) TO SRM_NEW_REASON
                    MOVE SRT_NEW_AVERAGE(SRT_IDX) TO SRM_NEW_AVERAGE
            END-IF
            WRITE STD_REM_RECORD
        END-PERFORM.
        CLOSE STD_REM_FILE.
    SAVE_STD_REM_EXIT.
    *>8.従業員マスタの読み込み(氏名と状態)
    LOAD_EMP_RTN SECTION.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD_EMP_EXIT
        END-IF.
        PERFORM UNTIL EMPLOYEE_MASTER_STATUS NOT = "00"
            READ EMPLOYEE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF EMP_TBL_SIZE < 200
                        THEN
                            ADD 1 TO EMP_TBL_SIZE
                            SET EMP_IDX TO EMP_TBL_SIZE
                            MOVE EM_CODE TO ETB_CODE(EMP_IDX)
                            MOVE EM_NAME TO ETB_NAME(EMP_IDX)
                            MOVE EM_STATUS TO ETB_STATUS(EMP_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPLOYEE_MASTER_FILE.
    LOAD_EMP_EXIT.
*>StdRemMaster.txtの1行 = 従業員(5) 現在の等級(2) 標準報酬月額(7) 適用日(8)
*>改定の等級(2) 標準報酬月額(7) 適用日(8) 状態(1:P=承認待ち A=承認済み)
*>理由(1:A=定時決定 M=随時改定 N=資格取得時) 基準3か月の平均(7)(空白区切り)
*>報酬は総支給額(残業代等を含む)。同じ月に賞与の行もある場合は最後の行を使う
*>随時改定は固定給の変動が条件なので、**MID-YEAR**の提案は承認の前に
*>人事が昇給・降給の有無を確かめる
*>StdRemProposal.txt = 標準報酬月額決定一覧(見出し行は"***"で始まる)
