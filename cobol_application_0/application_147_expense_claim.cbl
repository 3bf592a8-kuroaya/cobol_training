*>経費精算の起票 出張旅費・立替経費を小口現金箱から現金で払っていたのをやめ、
*>従業員の経費精算を起票して給与の振込で払う(メーカー側)
*>従業員・支出日・経費区分・金額・領収書番号を入力すると経費精算台帳
*>(ExpenseClaims.txt)へ追記する
*>  承認限度額(ExpenseParm.txt、無ければ10,000円)以下の精算はそのまま承認済み"A"、
*>  超える精算は承認待ち"P"になり、上席の承認(APPLICATION_148_EXPENSE_APPROVE)を経る
*>承認済みの精算は給与計算の前にAPPLICATION_149_EXPENSE_FEEDが給与入力へ
*>非課税の立替精算として載せ、給与計算(APPLICATION_34_PAYROLL)が振込に含める
*>経費区分は経費区分マスタ(ExpenseCategory.txt)にあるものだけを受け付ける
*>同じ従業員の同じ領収書番号の二重起票は受け付けない
*>サインオンはOPERATOR_SIGNON、権限1以上
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_147_EXPENSE_CLAIM.
ENVIRONMENT DIVISION.
    CONFIGURATION SECTION.
        REPOSITORY.
        FUNCTION VALID-DATE.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EXPENSE_CLAIM_FILE
            ASSIGN TO "ExpenseClaims.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXPENSE_CLAIM_STATUS.
        SELECT EXPENSE_CATEGORY_FILE
            ASSIGN TO "ExpenseCategory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXPENSE_CATEGORY_STATUS.
        SELECT EXPENSE_PARM_FILE
            ASSIGN TO "ExpenseParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXPENSE_PARM_STATUS.
        SELECT EMPLOYEE_MASTER_FILE
            ASSIGN TO "EmployeeMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EMPLOYEE_MASTER_STATUS.
DATA DIVISION.
    FILE SECTION.
*>経費精算台帳(状態 P=承認待ち A=承認済み J=却下 I=給与入力へ載せた)
        FD EXPENSE_CLAIM_FILE.
        01 EXPENSE_CLAIM_RECORD.
            05 ECL_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_MAKER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_EXPENSE_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_CATEGORY PIC X(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_AMOUNT PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_RECEIPT PIC X(10).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_APPROVER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ECL_PERIOD PIC X(06).
*>経費区分マスタ(区分/名称/計上する費用勘定)
        FD EXPENSE_CATEGORY_FILE.
        01 EXPENSE_CATEGORY_RECORD.
            05 EXC_CODE PIC X(03).
            05 FILLER PIC X(01).
            05 EXC_DESC PIC X(15).
            05 FILLER PIC X(01).
            05 EXC_ACCOUNT PIC 9(04).
        FD EXPENSE_PARM_FILE.
        01 EXPENSE_PARM_RECORD.
            05 EXP_PARM_LIMIT PIC 9(05).
        FD EMPLOYEE_MASTER_FILE.
        01 EMPLOYEE_MASTER_RECORD.
            05 EM_CODE PIC X(05).
            05 EM_BELONGS PIC X(03).
            05 EM_NAME PIC X(10).
            05 EM_FURIGANA PIC X(20).
            05 EM_STATUS PIC X(01).
    WORKING-STORAGE SECTION.
        01 EXPENSE_CLAIM_STATUS PIC XX.
        01 EXPENSE_CATEGORY_STATUS PIC XX.
        01 EXPENSE_PARM_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(経費精算の起票には権限1以上)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>承認限度額(これを超える精算は承認待ちへ回す)
        01 WK_APPROVAL_LIMIT PIC 9(05) VALUE 10000.
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_EMPLOYEE PIC X(05).
            05 CONSOLE_EXPENSE_DATE PIC X(08).
            05 CONSOLE_CATEGORY PIC X(03).
            05 CONSOLE_AMOUNT PIC X(05).
            05 CONSOLE_RECEIPT PIC X(10).
            05 CONSOLE_CONFIRM PIC X(01).
        01 WK_TODAY PIC 9(08).
        01 WK_NOW PIC 9(08).
        01 WK_EXPENSE_DATE PIC 9(08).
        01 WK_AMOUNT PIC 9(05).
        01 WK_EMP_NAME PIC X(10).
        01 WK_CATEGORY_DESC PIC X(15).
        01 WK_CLAIM_CNT PIC 9(05) VALUE ZERO.
        01 WK_PENDING_CNT PIC 9(05) VALUE ZERO.
*>経費区分テーブル
        01 EXC_TBL_MASTER.
            05 EXC_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 EXC_TBL OCCURS 0 TO 50
                DEPENDING ON EXC_TBL_SIZE
                INDEXED BY EXC_IDX.
                10 EXT_CODE PIC X(03).
                10 EXT_DESC PIC X(15).
        01 SW_AREA.
            05 SW_FOUND PIC X(01).
        01 CST_AREA.
            05 CST_1X PIC X(01) VALUE "1".
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>サインオン(オペレータマスタに無い・チェックデジット不正のIDは入れない)
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 1
            THEN
                DISPLAY "EXPENSE CLAIM ENTRY REQUIRES AUTHORITY 1."
                GOBACK
        END-IF.
        MOVE "EXPCLAIM" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_CATEGORY_PROC.
        IF EXC_TBL_SIZE = ZERO
            THEN
                DISPLAY "EXPENSE CATEGORY MASTER NOT FOUND. PROGRAM ENDS."
                GOBACK
        END-IF.
        PERFORM LOAD_PARM_PROC.
    EXEC_INPUT_PROC.
        MOVE SPACES TO WORKING-AREA.
        DISPLAY "EMPLOYEE (5 CHARS, 99999=END) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_EMPLOYEE FROM CONSOLE.
        IF CONSOLE_EMPLOYEE = "99999"
            THEN
                DISPLAY "EXPENSE CLAIM ENTRY END. CLAIMS: " WK_CLAIM_CNT
                    " (FOR APPROVAL: " WK_PENDING_CNT ")"
                GOBACK
        END-IF.
        PERFORM FIND_EMPLOYEE_PROC.
        IF SW_FOUND NOT = CST_1X
            THEN
                DISPLAY "EMPLOYEE NOT FOUND OR TERMINATED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        DISPLAY "  " WK_EMP_NAME.
        PERFORM CLAIM_ONE_PROC.
        GO TO EXEC_INPUT_PROC.
*>精算1件分の受け付け(支出日→区分→金額→領収書番号→確認→台帳へ追記)
    CLAIM_ONE_PROC.
        DISPLAY "EXPENSE DATE (YYYYMMDD) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_EXPENSE_DATE FROM CONSOLE.
        IF CONSOLE_EXPENSE_DATE IS NOT NUMERIC
                OR FUNCTION VALID-DATE(CONSOLE_EXPENSE_DATE) = 0
            THEN
                DISPLAY "NOT A REAL DATE. CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_EXPENSE_DATE TO WK_EXPENSE_DATE.
        IF WK_EXPENSE_DATE > WK_TODAY
            THEN
                DISPLAY "EXPENSE DATE IS AFTER " WK_TODAY
                    ". CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "EXPENSE CATEGORY (3 CHARS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_CATEGORY FROM CONSOLE.
        SET EXC_IDX TO 1.
        SEARCH EXC_TBL
            AT END
                DISPLAY "UNKNOWN EXPENSE CATEGORY. CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
            WHEN EXT_CODE(EXC_IDX) = CONSOLE_CATEGORY
                MOVE EXT_DESC(EXC_IDX) TO WK_CATEGORY_DESC
        END-SEARCH.
        DISPLAY "  " WK_CATEGORY_DESC.
        DISPLAY "AMOUNT (5 DIGITS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_AMOUNT FROM CONSOLE.
        IF CONSOLE_AMOUNT IS NOT NUMERIC
            THEN
                DISPLAY "AMOUNT MUST BE NUMERIC. CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        MOVE CONSOLE_AMOUNT TO WK_AMOUNT.
        IF WK_AMOUNT = ZERO
            THEN
                DISPLAY "AMOUNT MUST NOT BE ZERO. CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "RECEIPT REFERENCE (10 CHARS) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_RECEIPT FROM CONSOLE.
        IF CONSOLE_RECEIPT = SPACES
            THEN
                DISPLAY "RECEIPT REFERENCE IS REQUIRED. CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        PERFORM CHECK_DUPLICATE_PROC.
        IF SW_FOUND = CST_1X
            THEN
                DISPLAY "RECEIPT " CONSOLE_RECEIPT
                    " ALREADY CLAIMED FOR THIS EMPLOYEE."
                    " CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        DISPLAY "CLAIM " WK_AMOUNT " " CONSOLE_CATEGORY " ON "
            WK_EXPENSE_DATE " FOR " CONSOLE_EMPLOYEE "? (Y/N) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                DISPLAY "CLAIM NOT ACCEPTED."
                EXIT PARAGRAPH
        END-IF.
        PERFORM WRITE_CLAIM_PROC.
        ADD 1 TO WK_CLAIM_CNT.
        IF ECL_STATUS = "P"
            THEN
                ADD 1 TO WK_PENDING_CNT
                DISPLAY "CLAIM OVER " WK_APPROVAL_LIMIT
                    ". SENT FOR APPROVAL."
            ELSE
                DISPLAY "CLAIM APPROVED FOR NEXT PAYROLL."
        END-IF.
        EXIT.
*>台帳への追記(限度額以下は承認済み、超える分は承認待ち)
    WRITE_CLAIM_PROC.
        ACCEPT WK_NOW FROM TIME.
        OPEN EXTEND EXPENSE_CLAIM_FILE.
        IF EXPENSE_CLAIM_STATUS NOT = "00"
            THEN
                OPEN OUTPUT EXPENSE_CLAIM_FILE
        END-IF.
        MOVE SPACE TO EXPENSE_CLAIM_RECORD.
        MOVE WK_TODAY TO ECL_DATE.
        MOVE WK_NOW TO ECL_TIME.
        MOVE WK_SO_OPERATOR TO ECL_MAKER.
        MOVE CONSOLE_EMPLOYEE TO ECL_EMPLOYEE.
        MOVE WK_EXPENSE_DATE TO ECL_EXPENSE_DATE.
        MOVE CONSOLE_CATEGORY TO ECL_CATEGORY.
        MOVE WK_AMOUNT TO ECL_AMOUNT.
        MOVE CONSOLE_RECEIPT TO ECL_RECEIPT.
        IF WK_AMOUNT > WK_APPROVAL_LIMIT
            THEN
                MOVE "P" TO ECL_STATUS
            ELSE
                MOVE "A" TO ECL_STATUS
                MOVE "AUTO" TO ECL_APPROVER
        END-IF.
        WRITE EXPENSE_CLAIM_RECORD.
        CLOSE EXPENSE_CLAIM_FILE.
        EXIT.
*>同じ従業員・同じ領収書番号の精算が台帳にあるか(却下分は除く)
    CHECK_DUPLICATE_PROC.
        MOVE SPACE TO SW_FOUND.
        OPEN INPUT EXPENSE_CLAIM_FILE.
        IF EXPENSE_CLAIM_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL EXPENSE_CLAIM_STATUS NOT = "00"
            READ EXPENSE_CLAIM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF ECL_EMPLOYEE = CONSOLE_EMPLOYEE
                            AND ECL_RECEIPT = CONSOLE_RECEIPT
                            AND ECL_STATUS NOT = "J"
                        THEN
                            MOVE CST_1X TO SW_FOUND
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EXPENSE_CLAIM_FILE.
        EXIT.
*>従業員マスタで在籍を確認する(退職者"T"は起票できない)
    FIND_EMPLOYEE_PROC.
        MOVE SPACE TO SW_FOUND.
        OPEN INPUT EMPLOYEE_MASTER_FILE.
        IF EMPLOYEE_MASTER_STATUS NOT = "00"
            THEN
                EXIT PARAGRAPH
        END-IF.
        PERFORM UNTIL EMPLOYEE_MASTER_STATUS NOT = "00"
                OR SW_FOUND = CST_1X
            READ EMPLOYEE_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF EM_CODE = CONSOLE_EMPLOYEE AND EM_STATUS NOT = "T"
                        THEN
                            MOVE CST_1X TO SW_FOUND
                            MOVE EM_NAME TO WK_EMP_NAME
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE EMPLOYEE_MASTER_FILE.
        EXIT.
*>経費区分マスタの読み込み
    LOAD_CATEGORY_PROC.
        OPEN INPUT EXPENSE_CATEGORY_FILE.
        IF EXPENSE_CATEGORY_STATUS = "00"
            THEN
                PERFORM UNTIL EXPENSE_CATEGORY_STATUS NOT = "00"
                    READ EXPENSE_CATEGORY_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF EXC_TBL_SIZE < 50
                                THEN
                                    ADD 1 TO EXC_TBL_SIZE
                                    SET EXC_IDX TO EXC_TBL_SIZE
                                    MOVE EXC_CODE TO EXT_CODE(EXC_IDX)
                                    MOVE EXC_DESC TO EXT_DESC(EXC_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE EXPENSE_CATEGORY_FILE
        END-IF.
        EXIT.
*>承認限度額パラメータの読み込み(無ければ10,000円)
    LOAD_PARM_PROC.
        OPEN INPUT EXPENSE_PARM_FILE.
        IF EXPENSE_PARM_STATUS = "00"
            THEN
                READ EXPENSE_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF EXP_PARM_LIMIT IS NUMERIC
                            THEN
                                MOVE EXP_PARM_LIMIT TO WK_APPROVAL_LIMIT
                        END-IF
                END-READ
                CLOSE EXPENSE_PARM_FILE
        END-IF.
        EXIT.
*>ExpenseClaims.txtの1行 = 起票日(8) 起票時刻(8) 起票者(5) 従業員(5) 支出日(8)
*>経費区分(3) 金額(5) 領収書番号(10) 状態(1:P/A/J/I) 承認者(5。限度額以下はAUTO)
*>給与入力へ載せた支給月(6)(各項目間は空白1桁)
*>ExpenseCategory.txtの1行 = 区分(3) 名称(15) 費用勘定(4)(空白区切り)
*>ExpenseParm.txtの1行 = 承認限度額(5桁、円)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
