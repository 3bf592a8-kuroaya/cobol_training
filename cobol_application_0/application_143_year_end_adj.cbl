*>年末調整 12月にスプレッドシートで行っていた年末調整を処理する
*>業務日付の年について、年間累計マスタ(PayYtdMaster.txt)の総支給・源泉税・
*>健康保険・厚生年金と、扶養控除等申告(YearEndDeclaration.txt:扶養人数/
*>生命保険料/その他の所得控除)から年税額を求め、源泉徴収済みの税額との
*>過不足を出す
*>  1. 過不足額を12月支給の調整レコード(PayAdjustInput.txt)へ書く
*>     (還付はプラス、徴収はマイナスの手取り差分。APPLICATION_34が取り込む)
*>  2. 従業員ごとの源泉徴収票と、税務署向けの合計ページ(WithholdingSlips.txt)
*>12月の本番前に試算(PayTrialStatus.txtが今年の日付のまま)が済んでいれば、
*>試算の明細(PayTrialDetail.txt)を12月分として年間累計に足して計算する
*>退職者と申告の無い従業員は年末調整をせず、源泉徴収票だけを印字する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_143_YEAR_END_ADJ.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PAY_YTD_FILE
            ASSIGN TO "PayYtdMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_YTD_STATUS.
        SELECT DECLARATION_FILE
            ASSIGN TO "YearEndDeclaration.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DECLARATION_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
*>12月分の試算結果(本番前なら12月分として足す)
        SELECT TRIAL_STATUS_FILE
            ASSIGN TO "PayTrialStatus.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRIAL_STATUS_STATUS.
        SELECT TRIAL_DETAIL_FILE
            ASSIGN TO "PayTrialDetail.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRIAL_DETAIL_STATUS.
*>調整レコード(APPLICATION_57の遡及調整が残っていれば消さずに残す)
        SELECT PAY_ADJUST_FILE
            ASSIGN TO "PayAdjustInput.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_ADJUST_STATUS.
        SELECT PRINT_FILE ASSIGN TO "WithholdingSlips.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PAY_YTD_FILE.
        01 PAY_YTD_RECORD.
            05 YTD_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 YTD_GROSS PIC 9(08).
            05 FILLER PIC X(01).
            05 YTD_TAX PIC 9(08).
            05 FILLER PIC X(01).
            05 YTD_HEALTH PIC 9(08).
            05 FILLER PIC X(01).
            05 YTD_PENSION PIC 9(08).
            05 FILLER PIC X(01).
            05 YTD_NET PIC 9(08).
            05 FILLER PIC X(01).
            05 YTD_LAST_PAID PIC 9(08).
            05 FILLER PIC X(01).
            05 YTD_BONUS_GROSS PIC X(08).
            05 FILLER PIC X(01).
            05 YTD_BONUS_NET PIC X(08).
*>扶養控除等申告(従業員/扶養人数(配偶者を含む)/生命保険料/その他の所得控除)
        FD DECLARATION_FILE.
        01 DECLARATION_RECORD.
            05 DCL_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 DCL_DEPENDENTS PIC 9(02).
            05 FILLER PIC X(01).
            05 DCL_LIFE_PREMIUM PIC 9(07).
            05 FILLER PIC X(01).
            05 DCL_OTHER_DEDUCTION PIC 9(08).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
        FD TRIAL_STATUS_FILE.
        01 TRIAL_STATUS_RECORD.
            05 TRS_RESULT PIC X(02).
            05 FILLER PIC X(01).
            05 TRS_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 TRS_EMP_CNT PIC 9(05).
        FD TRIAL_DETAIL_FILE.
        01 TRIAL_DETAIL_RECORD.
            05 OUT_EMPLOYEE_ID PIC X(05).
            05 OUT_GROSS_PAY PIC 9(05).
            05 OUT_TAX_AMOUNT PIC 9(05).
            05 OUT_HEALTH_DEDUCTION PIC 9(05).
            05 OUT_PENSION_DEDUCTION PIC 9(05).
            05 OUT_OTHER_DEDUCTIONS PIC 9(05).
            05 OUT_NET_PAY PIC 9(05).
        FD PAY_ADJUST_FILE.
        01 PAY_ADJUST_RECORD.
            05 ADJ_EMPLOYEE_ID PIC X(05).
            05 FILLER PIC X(01).
            05 ADJ_PERIOD PIC 9(06).
            05 FILLER PIC X(01).
            05 ADJ_GROSS_DELTA PIC S9(06) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 ADJ_TAX_DELTA PIC S9(06) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 ADJ_NET_DELTA PIC S9(06) SIGN LEADING SEPARATE.
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(40).
    WORKING-STORAGE SECTION.
        01 PAY_YTD_STATUS PIC XX.
        01 DECLARATION_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 TRIAL_STATUS_STATUS PIC XX.
        01 TRIAL_DETAIL_STATUS PIC XX.
        01 PAY_ADJUST_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_TODAY PIC 9(08).
        01 WK_TODAY_R REDEFINES WK_TODAY.
            05 WK_TARGET_YEAR PIC 9(04).
            05 FILLER PIC 9(04).
        01 WK_ADJ_PERIOD PIC 9(06).
*>給与所得控除(総支給の上限ごとに 率% + 加算額。上限を超えたら次の行)
        01 WK_EMP_DED_VALUES.
            05 PIC X(17) VALUE "01900000000650000".
            05 PIC X(17) VALUE "03600000300080000".
            05 PIC X(17) VALUE "06600000200440000".
            05 PIC X(17) VALUE "08500000101100000".
            05 PIC X(17) VALUE "99999999001950000".
        01 WK_EMP_DED_TBL REDEFINES WK_EMP_DED_VALUES.
            05 EDT_ENTRY OCCURS 5 INDEXED BY EDT_IDX.
                10 EDT_UPPER PIC 9(08).
                10 EDT_RATE PIC 9(02).
                10 EDT_ADD PIC 9(07).
*>所得税の速算表(課税所得の上限ごとに 税率% - 控除額)
        01 WK_TAX_RATE_VALUES.
            05 PIC X(17) VALUE "01949000050000000".
            05 PIC X(17) VALUE "03299000100097500".
            05 PIC X(17) VALUE "06949000200427500".
            05 PIC X(17) VALUE "08999000230636000".
            05 PIC X(17) VALUE "17999000331536000".
            05 PIC X(17) VALUE "39999000402796000".
            05 PIC X(17) VALUE "99999999454796000".
        01 WK_TAX_RATE_TBL REDEFINES WK_TAX_RATE_VALUES.
            05 TRT_ENTRY OCCURS 7 INDEXED BY TRT_IDX.
                10 TRT_UPPER PIC 9(08).
                10 TRT_RATE PIC 9(02).
                10 TRT_DEDUCT PIC 9(07).
*>基礎控除・扶養控除(1人あたり)・生命保険料控除の上限、復興特別所得税の率
        01 WK_BASIC_DEDUCTION PIC 9(07) VALUE 580000.
        01 WK_DEPENDENT_DEDUCTION PIC 9(07) VALUE 380000.
        01 WK_LIFE_DEDUCTION_MAX PIC 9(07) VALUE 40000.
        01 WK_SURTAX_RATE PIC 9(01)V9(03) VALUE 1.021.
*>年間累計テーブル(試算の12月分を足し込み、従業員1名ずつ調整する)
        01 YTD_TBL_MASTER.
            05 YTD_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 YTD_TBL OCCURS 0 TO 200
                DEPENDING ON YTD_TBL_SIZE
                INDEXED BY YTD_IDX.
                10 YTB_EMPLOYEE_ID PIC X(05).
                10 YTB_GROSS PIC 9(08).
                10 YTB_TAX PIC 9(08).
                10 YTB_HEALTH PIC 9(08).
                10 YTB_PENSION PIC 9(08).
*>扶養控除等申告テーブル
        01 DCL_TBL_MASTER.
            05 DCL_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 DCL_TBL OCCURS 0 TO 200
                DEPENDING ON DCL_TBL_SIZE
                INDEXED BY DCL_IDX.
                10 DCT_EMPLOYEE_ID PIC X(05).
                10 DCT_DEPENDENTS PIC 9(02).
                10 DCT_LIFE_PREMIUM PIC 9(07).
                10 DCT_OTHER_DEDUCTION PIC 9(08).
*>従業員マスタテーブル(氏名の解決と退職者の判定)
        01 EMP_TBL_MASTER.
            05 EMP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 EMP_TBL OCCURS 0 TO 200
                DEPENDING ON EMP_TBL_SIZE
                INDEXED BY EMP_IDX.
                10 ETB_CODE PIC X(05).
                10 ETB_NAME PIC X(10).
                10 ETB_STATUS PIC X(01).
*>取り込み前の調整レコード(前回の年末調整分だけ差し替え、遡及調整は残す)
        01 ADJ_TBL_MASTER.
            05 ADJ_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ADJ_TBL OCCURS 0 TO 500
                DEPENDING ON ADJ_TBL_SIZE
                INDEXED BY ADJ_IDX.
                10 AJT_RECORD PIC X(36).
        01 WK_REPLACED_CNT PIC 9(05) VALUE ZERO.
*>1名分の計算エリア
        01 WK_EMP_NAME PIC X(10).
        01 WK_EMP_STATUS PIC X(01).
        01 SW_DECLARED PIC X(01).
        01 WK_DEPENDENTS PIC 9(02).
        01 WK_LIFE_PREMIUM PIC 9(07).
        01 WK_EMP_DEDUCTION PIC 9(08).
        01 WK_EMP_INCOME PIC 9(08).
        01 WK_SOCIAL_DEDUCTION PIC 9(08).
        01 WK_LIFE_DEDUCTION PIC 9(07).
        01 WK_DEP_DEDUCTION PIC 9(08).
        01 WK_OTHER_DEDUCTION PIC 9(08).
        01 WK_TAXABLE_SIGNED PIC S9(09).
        01 WK_TAXABLE PIC 9(08).
        01 WK_TAX_BASE PIC S9(09).
        01 WK_ANNUAL_TAX PIC 9(08).
        01 WK_DIFF PIC S9(08).
*>合計(税務署向けの合計ページ)
        01 WK_SLIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_ADJUSTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_NOT_ADJUSTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_NO_DECL_CNT PIC 9(05) VALUE ZERO.
        01 WK_TOTAL_GROSS PIC 9(10) VALUE ZERO.
        01 WK_TOTAL_WITHHELD PIC 9(10) VALUE ZERO.
        01 WK_TOTAL_ANNUAL_TAX PIC 9(10) VALUE ZERO.
        01 WK_TOTAL_REFUND PIC 9(10) VALUE ZERO.
        01 WK_TOTAL_COLLECT PIC 9(10) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "WithholdingSlips.txt".
*>帳票行(源泉徴収票/合計ページ)
        01 WHS_TITLE_LINE.
            05 PIC X(26) VALUE "*** WITHHOLDING SLIP *** ".
            05 PIC X(06) VALUE "YEAR: ".
            05 WHS_YEAR PIC 9(04).
            05 PIC X(04) VALUE SPACE.
        01 WHS_EMP_LINE.
            05 PIC X(05) VALUE "EMP: ".
            05 WHS_EMP_ID PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 WHS_EMP_NAME PIC X(10).
            05 PIC X(19) VALUE SPACE.
        01 WHS_AMOUNT_LINE.
            05 WHS_LABEL PIC X(22).
            05 WHS_AMOUNT PIC ZZZ,ZZZ,ZZ9.
            05 PIC X(07) VALUE SPACE.
        01 WHS_NOTE_LINE.
            05 WHS_NOTE PIC X(40).
        01 SUM_TITLE_LINE.
            05 PIC X(28) VALUE "*** YEAR-END SUMMARY *** ".
            05 PIC X(06) VALUE "YEAR: ".
            05 SUM_YEAR PIC 9(04).
            05 PIC X(02) VALUE SPACE.
        01 SUM_AMOUNT_LINE.
            05 SUM_LABEL PIC X(22).
            05 SUM_AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.
            05 PIC X(05) VALUE SPACE.
PROCEDURE DIVISION.
    YEAR_END_ADJ_RTN SECTION.
    *>初期処理(年間累計・申告・従業員マスタ・12月試算の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        COMPUTE WK_ADJ_PERIOD = WK_TARGET_YEAR * 100 + 12.
        PERFORM LOAD_EMP_RTN.
        PERFORM LOAD_YTD_RTN.
        IF PAY_YTD_STATUS = "35"
            THEN
                DISPLAY "PAY YTD MASTER NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        PERFORM LOAD_DECLARATION_RTN.
        PERFORM ADD_TRIAL_DETAIL_RTN.
        PERFORM LOAD_PENDING_ADJUST_RTN.
        IF ADJ_TBL_SIZE > 500 - YTD_TBL_SIZE
            THEN
                DISPLAY "PAY ADJUST TABLE FULL. NOTHING ADJUSTED."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(1名ずつ年税額を求め、源泉徴収票と調整レコードを作る)
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_TARGET_YEAR TO WHS_YEAR SUM_YEAR.
        PERFORM ADJUST_ONE_RTN
            VARYING YTD_IDX FROM 1 BY 1
            UNTIL YTD_IDX > YTD_TBL_SIZE.
    *>終了処理(調整レコードの書き戻し、合計ページ、スプール台帳への登録)
        PERFORM SAVE_ADJUST_RTN.
        PERFORM PRINT_SUMMARY_RTN.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "YEAR-END ADJUSTMENT END. SLIPS:" WK_SLIP_CNT
            " ADJUSTED:" WK_ADJUSTED_CNT
            " NOT ADJUSTED:" WK_NOT_ADJUSTED_CNT.
        IF WK_NO_DECL_CNT > ZERO
            THEN
                DISPLAY "NO DECLARATION: " WK_NO_DECL_CNT
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    YEAR_END_ADJ_EXIT.
    *>1.従業員1名の年末調整(今年支給の無い従業員は対象外)
    ADJUST_ONE_RTN SECTION.
        IF YTB_GROSS(YTD_IDX) = ZERO
            THEN
                GO TO ADJUST_ONE_EXIT
        END-IF.
        MOVE "*UNKNOWN*" TO WK_EMP_NAME.
        MOVE SPACE TO WK_EMP_STATUS.
        SET EMP_IDX TO 1.
        SEARCH EMP_TBL
            AT END
                CONTINUE
            WHEN ETB_CODE(EMP_IDX) = YTB_EMPLOYEE_ID(YTD_IDX)
                MOVE ETB_NAME(EMP_IDX) TO WK_EMP_NAME
                MOVE ETB_STATUS(EMP_IDX) TO WK_EMP_STATUS
        END-SEARCH.
        MOVE "N" TO SW_DECLARED.
        MOVE ZERO TO WK_DEPENDENTS WK_LIFE_PREMIUM WK_OTHER_DEDUCTION.
        SET DCL_IDX TO 1.
        SEARCH DCL_TBL
            AT END
                CONTINUE
            WHEN DCT_EMPLOYEE_ID(DCL_IDX) = YTB_EMPLOYEE_ID(YTD_IDX)
                MOVE "Y" TO SW_DECLARED
                MOVE DCT_DEPENDENTS(DCL_IDX) TO WK_DEPENDENTS
                MOVE DCT_LIFE_PREMIUM(DCL_IDX) TO WK_LIFE_PREMIUM
                MOVE DCT_OTHER_DEDUCTION(DCL_IDX) TO WK_OTHER_DEDUCTION
        END-SEARCH.
        PERFORM CALC_ANNUAL_TAX_RTN.
        ADD 1 TO WK_SLIP_CNT.
        ADD YTB_GROSS(YTD_IDX) TO WK_TOTAL_GROSS.
        ADD YTB_TAX(YTD_IDX) TO WK_TOTAL_WITHHELD.
    *>退職者・申告なしは調整しない(源泉徴収済みの税額がそのまま年税額)
        IF WK_EMP_STATUS = "T" OR SW_DECLARED NOT = "Y"
            THEN
                ADD 1 TO WK_NOT_ADJUSTED_CNT
                ADD YTB_TAX(YTD_IDX) TO WK_TOTAL_ANNUAL_TAX
                IF WK_EMP_STATUS = "T"
                    THEN
                        MOVE "LEFT DURING YEAR - NOT ADJUSTED"
                            TO WHS_NOTE
                    ELSE
                        MOVE "NO DECLARATION - NOT ADJUSTED" TO WHS_NOTE
                        ADD 1 TO WK_NO_DECL_CNT
                        DISPLAY "NO DECLARATION. NOT ADJUSTED: "
                            YTB_EMPLOYEE_ID(YTD_IDX)
                END-IF
                PERFORM PRINT_SLIP_RTN
                GO TO ADJUST_ONE_EXIT
        END-IF.
        ADD 1 TO WK_ADJUSTED_CNT.
        ADD WK_ANNUAL_TAX TO WK_TOTAL_ANNUAL_TAX.
        COMPUTE WK_DIFF = YTB_TAX(YTD_IDX) - WK_ANNUAL_TAX.
        EVALUATE TRUE
            WHEN WK_DIFF > ZERO
                MOVE "REFUND TO EMPLOYEE" TO WHS_NOTE
                ADD WK_DIFF TO WK_TOTAL_REFUND
            WHEN WK_DIFF < ZERO
                MOVE "TO BE COLLECTED IN DECEMBER PAY" TO WHS_NOTE
                SUBTRACT WK_DIFF FROM WK_TOTAL_COLLECT
            WHEN OTHER
                MOVE "NO DIFFERENCE" TO WHS_NOTE
        END-EVALUATE.
        PERFORM PRINT_SLIP_RTN.
        IF WK_DIFF NOT = ZERO
            THEN
                ADD 1 TO ADJ_TBL_SIZE
                SET ADJ_IDX TO ADJ_TBL_SIZE
                MOVE SPACE TO PAY_ADJUST_RECORD
                MOVE YTB_EMPLOYEE_ID(YTD_IDX) TO ADJ_EMPLOYEE_ID
                MOVE WK_ADJ_PERIOD TO ADJ_PERIOD
                MOVE ZERO TO ADJ_GROSS_DELTA
                COMPUTE ADJ_TAX_DELTA = WK_DIFF * -1
                MOVE WK_DIFF TO ADJ_NET_DELTA
                MOVE PAY_ADJUST_RECORD TO AJT_RECORD(ADJ_IDX)
        END-IF.
    ADJUST_ONE_EXIT.
    *>1-1.年税額の計算(給与所得 - 所得控除 = 課税所得(千円未満切捨て)に
    *>速算表を当て、復興特別所得税を含めて百円未満を切り捨てる)
    CALC_ANNUAL_TAX_RTN SECTION.
        SET EDT_IDX TO 1.
        SEARCH EDT_ENTRY
            AT END
                SET EDT_IDX TO 5
            WHEN YTB_GROSS(YTD_IDX) NOT > EDT_UPPER(EDT_IDX)
                CONTINUE
        END-SEARCH.
        COMPUTE WK_EMP_DEDUCTION =
            YTB_GROSS(YTD_IDX) * EDT_RATE(EDT_IDX) / 100
            + EDT_ADD(EDT_IDX).
        IF WK_EMP_DEDUCTION > YTB_GROSS(YTD_IDX)
            THEN
                MOVE YTB_GROSS(YTD_IDX) TO WK_EMP_DEDUCTION
        END-IF.
        COMPUTE WK_EMP_INCOME = YTB_GROSS(YTD_IDX) - WK_EMP_DEDUCTION.
        COMPUTE WK_SOCIAL_DEDUCTION =
            YTB_HEALTH(YTD_IDX) + YTB_PENSION(YTD_IDX).
    *>生命保険料控除(2万円以下は全額、4万円以下は1/2+1万円、
    *>8万円以下は1/4+2万円、それを超えると4万円)
        EVALUATE TRUE
            WHEN WK_LIFE_PREMIUM NOT > 20000
                MOVE WK_LIFE_PREMIUM TO WK_LIFE_DEDUCTION
            WHEN WK_LIFE_PREMIUM NOT > 40000
                COMPUTE WK_LIFE_DEDUCTION = WK_LIFE_PREMIUM / 2 + 10000
            WHEN WK_LIFE_PREMIUM NOT > 80000
                COMPUTE WK_LIFE_DEDUCTION = WK_LIFE_PREMIUM / 4 + 20000
            WHEN OTHER
                MOVE WK_LIFE_DEDUCTION_MAX TO WK_LIFE_DEDUCTION
        END-EVALUATE.
        COMPUTE WK_DEP_DEDUCTION = WK_DEPENDENTS * WK_DEPENDENT_DEDUCTION.
        COMPUTE WK_TAXABLE_SIGNED = WK_EMP_INCOME - WK_SOCIAL_DEDUCTION
            - WK_LIFE_DEDUCTION - WK_DEP_DEDUCTION - WK_OTHER_DEDUCTION
            - WK_BASIC_DEDUCTION.
        IF WK_TAXABLE_SIGNED < ZERO
            THEN
                MOVE ZERO TO WK_TAXABLE_SIGNED
        END-IF.
        COMPUTE WK_TAXABLE = WK_TAXABLE_SIGNED / 1000.
        MULTIPLY 1000 BY WK_TAXABLE.
        SET TRT_IDX TO 1.
        SEARCH TRT_ENTRY
            AT END
                SET TRT_IDX TO 7
            WHEN WK_TAXABLE NOT > TRT_UPPER(TRT_IDX)
                CONTINUE
        END-SEARCH.
        COMPUTE WK_TAX_BASE =
            WK_TAXABLE * TRT_RATE(TRT_IDX) / 100 - TRT_DEDUCT(TRT_IDX).
        IF WK_TAX_BASE < ZERO
            THEN
                MOVE ZERO TO WK_TAX_BASE
        END-IF.
        COMPUTE WK_ANNUAL_TAX = WK_TAX_BASE * WK_SURTAX_RATE / 100.
        MULTIPLY 100 BY WK_ANNUAL_TAX.
    CALC_ANNUAL_TAX_EXIT.
    *>1-2.源泉徴収票1名分(1名=1ページ)
    PRINT_SLIP_RTN SECTION.
        WRITE PRINT_RECORD FROM WHS_TITLE_LINE AFTER PAGE.
        MOVE YTB_EMPLOYEE_ID(YTD_IDX) TO WHS_EMP_ID.
        MOVE WK_EMP_NAME TO WHS_EMP_NAME.
        WRITE PRINT_RECORD FROM WHS_EMP_LINE AFTER 2 LINE.
        MOVE "PAYMENTS:" TO WHS_LABEL.
        MOVE YTB_GROSS(YTD_IDX) TO WHS_AMOUNT.
        WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 2 LINE.
        MOVE "EMPLOYMENT INCOME:" TO WHS_LABEL.
        MOVE WK_EMP_INCOME TO WHS_AMOUNT.
        WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE.
        MOVE "SOCIAL INSURANCE:" TO WHS_LABEL.
        MOVE WK_SOCIAL_DEDUCTION TO WHS_AMOUNT.
        WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE.
        IF SW_DECLARED = "Y" AND WK_EMP_STATUS NOT = "T"
            THEN
                MOVE "LIFE INSURANCE:" TO WHS_LABEL
                MOVE WK_LIFE_DEDUCTION TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
                MOVE "DEPENDENTS (  ):" TO WHS_LABEL
                MOVE WK_DEPENDENTS TO WHS_LABEL(13:2)
                MOVE WK_DEP_DEDUCTION TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
                MOVE "OTHER DEDUCTIONS:" TO WHS_LABEL
                MOVE WK_OTHER_DEDUCTION TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
                MOVE "BASIC DEDUCTION:" TO WHS_LABEL
                MOVE WK_BASIC_DEDUCTION TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
                MOVE "TAXABLE INCOME:" TO WHS_LABEL
                MOVE WK_TAXABLE TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
                MOVE "ANNUAL TAX:" TO WHS_LABEL
                MOVE WK_ANNUAL_TAX TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 2 LINE
        END-IF.
        MOVE "TAX WITHHELD:" TO WHS_LABEL.
        MOVE YTB_TAX(YTD_IDX) TO WHS_AMOUNT.
        WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE.
        IF SW_DECLARED = "Y" AND WK_EMP_STATUS NOT = "T"
                AND WK_DIFF > ZERO
            THEN
                MOVE "REFUND:" TO WHS_LABEL
                MOVE WK_DIFF TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
        END-IF.
        IF SW_DECLARED = "Y" AND WK_EMP_STATUS NOT = "T"
                AND WK_DIFF < ZERO
            THEN
                MOVE "COLLECTION:" TO WHS_LABEL
                MOVE WK_DIFF TO WHS_AMOUNT
                WRITE PRINT_RECORD FROM WHS_AMOUNT_LINE AFTER 1 LINE
        END-IF.
        WRITE PRINT_RECORD FROM WHS_NOTE_LINE AFTER 2 LINE.
    PRINT_SLIP_EXIT.
    *>2.税務署向けの合計ページ
    PRINT_SUMMARY_RTN SECTION.
        WRITE PRINT_RECORD FROM SUM_TITLE_LINE AFTER PAGE.
        MOVE "WITHHOLDING SLIPS:" TO SUM_LABEL.
        MOVE WK_SLIP_CNT TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 2 LINE.
        MOVE "  ADJUSTED:" TO SUM_LABEL.
        MOVE WK_ADJUSTED_CNT TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 1 LINE.
        MOVE "  NOT ADJUSTED:" TO SUM_LABEL.
        MOVE WK_NOT_ADJUSTED_CNT TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 1 LINE.
        MOVE "TOTAL PAYMENTS:" TO SUM_LABEL.
        MOVE WK_TOTAL_GROSS TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 2 LINE.
        MOVE "TOTAL TAX WITHHELD:" TO SUM_LABEL.
        MOVE WK_TOTAL_WITHHELD TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 1 LINE.
        MOVE "TOTAL ANNUAL TAX:" TO SUM_LABEL.
        MOVE WK_TOTAL_ANNUAL_TAX TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 1 LINE.
        MOVE "TOTAL REFUNDS:" TO SUM_LABEL.
        MOVE WK_TOTAL_REFUND TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 1 LINE.
        MOVE "TOTAL COLLECTIONS:" TO SUM_LABEL.
        MOVE WK_TOTAL_COLLECT TO SUM_AMOUNT.
        WRITE PRINT_RECORD FROM SUM_AMOUNT_LINE AFTER 1 LINE.
    PRINT_SUMMARY_EXIT.
    *>3.年間累計マスタの読み込み(最終支給日が今年の従業員だけ)
    LOAD_YTD_RTN SECTION.
        OPEN INPUT PAY_YTD_FILE.
        IF PAY_YTD_STATUS NOT = "00"
            THEN
                GO TO LOAD_YTD_EXIT
        END-IF.
        PERFORM UNTIL PAY_YTD_STATUS NOT = "00"
            READ PAY_YTD_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF YTD_LAST_PAID(1:4) = WK_TODAY(1:4)
                            AND YTD_TBL_SIZE < 200
                        THEN
                            ADD 1 TO YTD_TBL_SIZE
                            SET YTD_IDX TO YTD_TBL_SIZE
                            MOVE YTD_EMPLOYEE_ID
                                TO YTB_EMPLOYEE_ID(YTD_IDX)
                            MOVE YTD_GROSS TO YTB_GROSS(YTD_IDX)
                            MOVE YTD_TAX TO YTB_TAX(YTD_IDX)
                            MOVE YTD_HEALTH TO YTB_HEALTH(YTD_IDX)
                            MOVE YTD_PENSION TO YTB_PENSION(YTD_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PAY_YTD_FILE.
        MOVE "00" TO PAY_YTD_STATUS.
    LOAD_YTD_EXIT.
    *>4.扶養控除等申告の読み込み(数字でない行は読み飛ばす)
    LOAD_DECLARATION_RTN SECTION.
        OPEN INPUT DECLARATION_FILE.
        IF DECLARATION_STATUS NOT = "00"
            THEN
                DISPLAY "YEAR-END DECLARATIONS NOT FOUND."
                GO TO LOAD_DECLARATION_EXIT
        END-IF.
        PERFORM UNTIL DECLARATION_STATUS NOT = "00"
            READ DECLARATION_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF DCL_DEPENDENTS IS NUMERIC
                            AND DCL_LIFE_PREMIUM IS NUMERIC
                            AND DCL_OTHER_DEDUCTION IS NUMERIC
                            AND DCL_TBL_SIZE < 200
                        THEN
                            ADD 1 TO DCL_TBL_SIZE
                            SET DCL_IDX TO DCL_TBL_SIZE
                            MOVE DCL_EMPLOYEE_ID
                                TO DCT_EMPLOYEE_ID(DCL_IDX)
                            MOVE DCL_DEPENDENTS TO DCT_DEPENDENTS(DCL_IDX)
                            MOVE DCL_LIFE_PREMIUM
                                TO DCT_LIFE_PREMIUM(DCL_IDX)
                            MOVE DCL_OTHER_DEDUCTION
                                TO DCT_OTHER_DEDUCTION(DCL_IDX)
                        ELSE
                            DISPLAY "DECLARATION SKIPPED: "
                                DECLARATION_RECORD
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE DECLARATION_FILE.
    LOAD_DECLARATION_EXIT.
    *>5.12月試算の足し込み(試算の合否が今年の日付で残っている=本番前)
    ADD_TRIAL_DETAIL_RTN SECTION.
        OPEN INPUT TRIAL_STATUS_FILE.
        IF TRIAL_STATUS_STATUS NOT = "00"
            THEN
                GO TO ADD_TRIAL_DETAIL_EXIT
        END-IF.
        READ TRIAL_STATUS_FILE
            AT END
                MOVE ZERO TO TRS_DATE
        END-READ.
        CLOSE TRIAL_STATUS_FILE.
        IF TRS_DATE IS NOT NUMERIC
            THEN
                GO TO ADD_TRIAL_DETAIL_EXIT
        END-IF.
        IF TRS_DATE(1:4) NOT = WK_TODAY(1:4)
            THEN
                GO TO ADD_TRIAL_DETAIL_EXIT
        END-IF.
        OPEN INPUT TRIAL_DETAIL_FILE.
        IF TRIAL_DETAIL_STATUS NOT = "00"
            THEN
                GO TO ADD_TRIAL_DETAIL_EXIT
        END-IF.
        PERFORM UNTIL TRIAL_DETAIL_STATUS NOT = "00"
            READ TRIAL_DETAIL_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM ADD_ONE_TRIAL_RTN
            END-READ
        END-PERFORM.
        CLOSE TRIAL_DETAIL_FILE.
        DISPLAY "PENDING TRIAL PAY OF " TRS_DATE
            " INCLUDED IN ANNUAL TOTALS.".
    ADD_TRIAL_DETAIL_EXIT.
    *>5-1.試算明細1行分(今年まだ累計の無い従業員は行を起こす)
    ADD_ONE_TRIAL_RTN SECTION.
        SET YTD_IDX TO 1.
        SEARCH YTD_TBL
            AT END
                IF YTD_TBL_SIZE < 200
                    THEN
                        ADD 1 TO YTD_TBL_SIZE
                        SET YTD_IDX TO YTD_TBL_SIZE
                        MOVE OUT_EMPLOYEE_ID TO YTB_EMPLOYEE_ID(YTD_IDX)
                        MOVE ZERO TO YTB_GROSS(YTD_IDX) YTB_TAX(YTD_IDX)
                            YTB_HEALTH(YTD_IDX) YTB_PENSION(YTD_IDX)
                    ELSE
                        GO TO ADD_ONE_TRIAL_EXIT
                END-IF
            WHEN YTB_EMPLOYEE_ID(YTD_IDX) = OUT_EMPLOYEE_ID
                CONTINUE
        END-SEARCH.
        ADD OUT_GROSS_PAY TO YTB_GROSS(YTD_IDX).
        ADD OUT_TAX_AMOUNT TO YTB_TAX(YTD_IDX).
        ADD OUT_HEALTH_DEDUCTION TO YTB_HEALTH(YTD_IDX).
        ADD OUT_PENSION_DEDUCTION TO YTB_PENSION(YTD_IDX).
    ADD_ONE_TRIAL_EXIT.
    *>6.取り込み前の調整レコードの読み込み(同じ年の年末調整分=12月期間で
    *>総支給差分0の行は、再実行で二重にならないよう読み捨てて作り直す)
    LOAD_PENDING_ADJUST_RTN SECTION.
        OPEN INPUT PAY_ADJUST_FILE.
        IF PAY_ADJUST_STATUS NOT = "00"
            THEN
                GO TO LOAD_PENDING_ADJUST_EXIT
        END-IF.
        PERFORM UNTIL PAY_ADJUST_STATUS NOT = "00"
            READ PAY_ADJUST_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ADJ_PERIOD = WK_ADJ_PERIOD
                            AND ADJ_GROSS_DELTA = ZERO
                        THEN
                            ADD 1 TO WK_REPLACED_CNT
                        ELSE
                            ADD 1 TO ADJ_TBL_SIZE
                            SET ADJ_IDX TO ADJ_TBL_SIZE
                            MOVE PAY_ADJUST_RECORD TO AJT_RECORD(ADJ_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE PAY_ADJUST_FILE.
        IF WK_REPLACED_CNT > ZERO
            THEN
                DISPLAY "PREVIOUS YEAR-END LINES REPLACED: "
                    WK_REPLACED_CNT
        END-IF.
    LOAD_PENDING_ADJUST_EXIT.
    *>7.調整レコードの書き戻し(遡及調整の行を先に、年末調整の行を後に)
    SAVE_ADJUST_RTN SECTION.
        OPEN OUTPUT PAY_ADJUST_FILE.
        PERFORM VARYING ADJ_IDX FROM 1 BY 1
                UNTIL ADJ_IDX > ADJ_TBL_SIZE
            WRITE PAY_ADJUST_RECORD FROM AJT_RECORD(ADJ_IDX)
        END-PERFORM.
        CLOSE PAY_ADJUST_FILE.
    SAVE_ADJUST_EXIT.
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
*>YearEndDeclaration.txtの1行 = 従業員(5) 扶養人数(2:配偶者を含む)
*>生命保険料の年額(7) その他の所得控除額(8:小規模共済等・障害者控除等の合計)
*>(空白区切り。人事が申告書から作る)
*>12月の流れ: APPLICATION_34の試算 → 本プログラム → APPLICATION_34の本番
*>(本番が調整レコードを取り込み、税の過不足をYTDと送金へ反映する)
*>12月本番の後に申告を直して再実行しても、YTDの源泉税は調整済みなので
*>差額だけが出る。取り込み前の再実行は前回の年末調整行を差し替える
*>税額表・控除額は改正のたびにWK_EMP_DED_VALUES/WK_TAX_RATE_VALUESと
*>基礎控除等の定数を直す
*>WithholdingSlips.txt = 源泉徴収票(1名1ページ)と末尾の合計ページ
