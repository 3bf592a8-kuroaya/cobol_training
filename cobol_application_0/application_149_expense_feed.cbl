*>経費精算の給与入力 経費精算台帳(ExpenseClaims.txt)の承認済み"A"の精算を
*>1件1行で給与入力(PayInput.txt)へ追記し、"I"(給与入力へ載せた)と支給月を付ける
*>追記する行は種別"E"(非課税の立替精算)と経費区分を持ち、給与計算
*>(APPLICATION_34_PAYROLL)は源泉・保険・控除を掛けずに全額を振込に含め、
*>経費区分別の明細(PayExpenseDetail.txt)を総勘定元帳インターフェース
*>(APPLICATION_93_GL_POST)へ渡す
*>給与入力へ追記するため、当月の勤務時間計算(APPLICATION_101)の後、
*>給与計算の前に流すこと(APPLICATION_90/146と同じ位置)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_149_EXPENSE_FEED.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EXPENSE_CLAIM_FILE
            ASSIGN TO "ExpenseClaims.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXPENSE_CLAIM_STATUS.
        SELECT PAY_INPUT_FILE
            ASSIGN TO "PayInput.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PAY_INPUT_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD EXPENSE_CLAIM_FILE.
        01 EXPENSE_CLAIM_RECORD.
            05 ECL_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ECL_TIME PIC 9(08).
            05 FILLER PIC X(01).
            05 ECL_MAKER PIC X(05).
            05 FILLER PIC X(01).
            05 ECL_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 ECL_EXPENSE_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 ECL_CATEGORY PIC X(03).
            05 FILLER PIC X(01).
            05 ECL_AMOUNT PIC 9(05).
            05 FILLER PIC X(01).
            05 ECL_RECEIPT PIC X(10).
            05 FILLER PIC X(01).
            05 ECL_STATUS PIC X(01).
            05 FILLER PIC X(01).
            05 ECL_APPROVER PIC X(05).
            05 FILLER PIC X(01).
            05 ECL_PERIOD PIC X(06).
*>給与入力(種別"E"の行は健保・年金の欄が0で、末尾に種別と経費区分を持つ)
        FD PAY_INPUT_FILE.
        01 PAY_INPUT_RECORD.
            05 IN_EMPLOYEE_ID PIC X(05).
            05 IN_GROSS_PAY PIC 9(05).
            05 IN_HEALTH_DEDUCTION PIC 9(05).
            05 IN_PENSION_DEDUCTION PIC 9(05).
            05 IN_PAY_KIND PIC X(01).
            05 IN_EXPENSE_CATEGORY PIC X(03).
    WORKING-STORAGE SECTION.
        01 EXPENSE_CLAIM_STATUS PIC XX.
        01 PAY_INPUT_STATUS PIC XX.
        01 PAY_INPUT_SW PIC X(01) VALUE "N".
            88 PAY_INPUT_OPENED VALUE "Y".
        01 WK_TODAY PIC 9(08).
*>経費精算台帳テーブル(1行をそのまま持ち、給与入力へ載せた行だけ書き換える)
        01 CLM_TBL_MASTER.
            05 CLM_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 CLM_TBL OCCURS 0 TO 2000
                DEPENDING ON CLM_TBL_SIZE
                INDEXED BY CLM_IDX.
                10 CLT_RECORD PIC X(74).
*>件数集計
        01 WK_FED_CNT PIC 9(05) VALUE ZERO.
        01 WK_FED_TOTAL PIC 9(09) VALUE ZERO.
        01 WK_PENDING_CNT PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
    EXPENSE_FEED_RTN SECTION.
    *>初期処理(台帳の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_CLAIM_RTN.
        IF CLM_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO EXPENSE CLAIMS."
                STOP RUN
        END-IF.
    *>主処理(承認済みの精算を給与入力へ追記する)
        PERFORM FEED_ONE_RTN
            VARYING CLM_IDX FROM 1 BY 1
            UNTIL CLM_IDX > CLM_TBL_SIZE.
    *>終了処理(台帳の書き戻し)
        IF PAY_INPUT_OPENED
            THEN
                CLOSE PAY_INPUT_FILE
                PERFORM SAVE_CLAIM_RTN
        END-IF.
        DISPLAY "EXPENSE CLAIMS TO PAY INPUT: " WK_FED_CNT
            " TOTAL: " WK_FED_TOTAL.
        IF WK_PENDING_CNT > ZERO
            THEN
                DISPLAY "CLAIMS STILL AWAITING APPROVAL: " WK_PENDING_CNT
        END-IF.
        STOP RUN.
    EXPENSE_FEED_EXIT.
    *>1.精算1件分(承認済みだけを載せる。承認待ちは件数だけ数える)
    FEED_ONE_RTN SECTION.
        MOVE CLT_RECORD(CLM_IDX) TO EXPENSE_CLAIM_RECORD.
        IF ECL_STATUS = "P"
            THEN
                ADD 1 TO WK_PENDING_CNT
        END-IF.
        IF ECL_STATUS NOT = "A"
            THEN
                GO TO FEED_ONE_EXIT
        END-IF.
        IF NOT PAY_INPUT_OPENED
            THEN
                OPEN EXTEND PAY_INPUT_FILE
                IF PAY_INPUT_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT PAY_INPUT_FILE
                END-IF
                SET PAY_INPUT_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO PAY_INPUT_RECORD.
        MOVE ECL_EMPLOYEE TO IN_EMPLOYEE_ID.
        MOVE ECL_AMOUNT TO IN_GROSS_PAY.
        MOVE ZERO TO IN_HEALTH_DEDUCTION IN_PENSION_DEDUCTION.
        MOVE "E" TO IN_PAY_KIND.
        MOVE ECL_CATEGORY TO IN_EXPENSE_CATEGORY.
        WRITE PAY_INPUT_RECORD.
        MOVE "I" TO ECL_STATUS.
        MOVE WK_TODAY(1:6) TO ECL_PERIOD.
        MOVE EXPENSE_CLAIM_RECORD TO CLT_RECORD(CLM_IDX).
        ADD 1 TO WK_FED_CNT.
        ADD ECL_AMOUNT TO WK_FED_TOTAL.
    FEED_ONE_EXIT.
    *>2.経費精算台帳の読み込み
    LOAD_CLAIM_RTN SECTION.
        OPEN INPUT EXPENSE_CLAIM_FILE.
        IF EXPENSE_CLAIM_STATUS NOT = "00"
            THEN
                GO TO LOAD_CLAIM_EXIT
        END-IF.
        PERFORM UNTIL EXPENSE_CLAIM_STATUS NOT = "00"
            READ EXPENSE_CLAIM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF CLM_TBL_SIZE < 2000
                        THEN
                            ADD 1 TO CLM_TBL_SIZE
                            MOVE EXPENSE_CLAIM_RECORD
                                TO CLT_RECORD(CLM_TBL_SIZE)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EXPENSE_CLAIM_FILE.
    LOAD_CLAIM_EXIT.
    *>3.経費精算台帳の書き戻し
    SAVE_CLAIM_RTN SECTION.
        OPEN OUTPUT EXPENSE_CLAIM_FILE.
        PERFORM VARYING CLM_IDX FROM 1 BY 1
                UNTIL CLM_IDX > CLM_TBL_SIZE
            MOVE CLT_RECORD(CLM_IDX) TO EXPENSE_CLAIM_RECORD
            WRITE EXPENSE_CLAIM_RECORD
        END-PERFORM.
        CLOSE EXPENSE_CLAIM_FILE.
    SAVE_CLAIM_EXIT.
*>PayInput.txtへ追記する1行 = 従業員(5) 金額(5) 健保(5)=0 年金(5)=0 種別(1)="E"
*>経費区分(3)。他の書き手(APPLICATION_101/90/146)の行は20桁で種別が空白=給与
