*>経費精算の承認 経費精算の起票(APPLICATION_147_EXPENSE_CLAIM)で承認限度額を
*>超えて"P"(承認待ち)になった精算を、上席が1件ずつ確認して承認(A)・
*>却下(J)・保留(S)する(APPLICATION_68_APPROVALと同じ作り。サインオンは
*>OPERATOR_SIGNON、権限3。起票者本人の精算は承認できない)
*>承認した精算は"A"となり、次の給与計算の前にAPPLICATION_149_EXPENSE_FEEDが
*>給与入力へ載せる。却下した精算は"J"として台帳に残る(同じ領収書で起票し直せる)
*>保留(S)した精算は承認待ちに残る
*>全ての判断はオペレータIDと日時つきでExpenseApprovalLog.txtへ残す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_148_EXPENSE_APPROVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EXPENSE_CLAIM_FILE
            ASSIGN TO "ExpenseClaims.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EXPENSE_CLAIM_STATUS.
        SELECT APPROVAL_LOG_FILE
            ASSIGN TO "ExpenseApprovalLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL_LOG_STATUS.
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
        FD APPROVAL_LOG_FILE.
        01 APPROVAL_LOG_RECORD.
            05 APL_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_OPERATOR PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_ACTION PIC X(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_MAKER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_CATEGORY PIC X(03).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_AMOUNT PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_RECEIPT PIC X(10).
    WORKING-STORAGE SECTION.
        01 EXPENSE_CLAIM_STATUS PIC XX.
        01 APPROVAL_LOG_STATUS PIC XX.
        01 APPROVAL_LOG_SW PIC X(01) VALUE "N".
            88 APPROVAL_LOG_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(経費精算の承認には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>経費精算台帳テーブル(1行をそのまま持ち、判断後に全件を書き戻す)
        01 CLM_TBL_MASTER.
            05 CLM_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 CLM_TBL OCCURS 0 TO 2000
                DEPENDING ON CLM_TBL_SIZE
                INDEXED BY CLM_IDX.
                10 CLT_RECORD PIC X(74).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_DECISION PIC X(01).
            05 WK_ACTION PIC X(08).
*>件数集計(承認/却下/保留の精算数)
        01 WK_APPROVED_CNT PIC 9(05) VALUE ZERO.
        01 WK_REJECTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
        CALL "OPERATOR_SIGNON" USING WK_SO_OPERATOR WK_SO_NAME
            WK_SO_AUTHORITY WK_SO_RESULT.
        IF WK_SO_RESULT NOT = "Y"
            THEN
                DISPLAY "SIGN-ON FAILED. PROGRAM ENDS."
                GOBACK
        END-IF.
        IF WK_SO_AUTHORITY < 3
            THEN
                DISPLAY "EXPENSE CLAIM APPROVAL REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "EXPAPPROVE" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_CLAIM_PROC.
*>承認待ちの精算を1件ずつ表示し、承認(A)/却下(J)/保留(S)を受け付ける
        PERFORM VARYING CLM_IDX FROM 1 BY 1
                UNTIL CLM_IDX > CLM_TBL_SIZE
            MOVE CLT_RECORD(CLM_IDX) TO EXPENSE_CLAIM_RECORD
            IF ECL_STATUS = "P"
                THEN
                    PERFORM REVIEW_CLAIM_PROC
            END-IF
        END-PERFORM.
        IF WK_APPROVED_CNT + WK_REJECTED_CNT + WK_HELD_CNT = ZERO
            THEN
                DISPLAY "NO EXPENSE CLAIMS PENDING APPROVAL."
                GOBACK
        END-IF.
        PERFORM SAVE_CLAIM_PROC.
        DISPLAY "EXPENSE APPROVAL END. APPROVED:" WK_APPROVED_CNT
            " REJECTED:" WK_REJECTED_CNT " HELD:" WK_HELD_CNT.
        GOBACK.
*>精算1件分の表示と判断の受け付け
    REVIEW_CLAIM_PROC.
        DISPLAY "CLAIM: EMPLOYEE=" ECL_EMPLOYEE
            " DATE=" ECL_EXPENSE_DATE " CATEGORY=" ECL_CATEGORY
            " AMOUNT=" ECL_AMOUNT.
        DISPLAY "  RECEIPT=" ECL_RECEIPT " ENTERED BY " ECL_MAKER
            " ON " ECL_DATE.
        IF ECL_MAKER = WK_SO_OPERATOR
            THEN
                DISPLAY "  ENTERED BY YOU. ANOTHER APPROVER IS REQUIRED."
                MOVE "S" TO CONSOLE_DECISION
            ELSE
                DISPLAY "(A)PPROVE (J)REJECT (S)KIP >>" WITH NO ADVANCING
                ACCEPT CONSOLE_DECISION FROM CONSOLE
        END-IF.
        EVALUATE CONSOLE_DECISION
            WHEN "A"
                MOVE "APPROVE" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                MOVE "A" TO ECL_STATUS
                MOVE WK_SO_OPERATOR TO ECL_APPROVER
                ADD 1 TO WK_APPROVED_CNT
            WHEN "J"
                MOVE "REJECT" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                MOVE "J" TO ECL_STATUS
                MOVE WK_SO_OPERATOR TO ECL_APPROVER
                ADD 1 TO WK_REJECTED_CNT
            WHEN OTHER
                ADD 1 TO WK_HELD_CNT
        END-EVALUATE.
        MOVE EXPENSE_CLAIM_RECORD TO CLT_RECORD(CLM_IDX).
        EXIT.
*>判断1件分を承認ログへ残す(日時・承認者・判断・起票者・従業員・区分・金額・領収書)
    WRITE_LOG_PROC.
        IF NOT APPROVAL_LOG_OPENED
            THEN
                OPEN EXTEND APPROVAL_LOG_FILE
                IF APPROVAL_LOG_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT APPROVAL_LOG_FILE
                END-IF
                SET APPROVAL_LOG_OPENED TO TRUE
        END-IF.
        MOVE SPACE TO APPROVAL_LOG_RECORD.
        ACCEPT APL_DATE FROM DATE YYYYMMDD.
        ACCEPT APL_TIME FROM TIME.
        MOVE WK_SO_OPERATOR TO APL_OPERATOR.
        MOVE WK_ACTION TO APL_ACTION.
        MOVE ECL_MAKER TO APL_MAKER.
        MOVE ECL_EMPLOYEE TO APL_EMPLOYEE.
        MOVE ECL_CATEGORY TO APL_CATEGORY.
        MOVE ECL_AMOUNT TO APL_AMOUNT.
        MOVE ECL_RECEIPT TO APL_RECEIPT.
        WRITE APPROVAL_LOG_RECORD.
        EXIT.
*>経費精算台帳の読み込み
    LOAD_CLAIM_PROC.
        OPEN INPUT EXPENSE_CLAIM_FILE.
        IF EXPENSE_CLAIM_STATUS = "00"
            THEN
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
                END-PERFORM
                CLOSE EXPENSE_CLAIM_FILE
        END-IF.
        EXIT.
*>経費精算台帳の書き戻し(承認="A" 却下="J" 保留="P"のまま)
    SAVE_CLAIM_PROC.
        OPEN OUTPUT EXPENSE_CLAIM_FILE.
        PERFORM VARYING CLM_IDX FROM 1 BY 1
                UNTIL CLM_IDX > CLM_TBL_SIZE
            MOVE CLT_RECORD(CLM_IDX) TO EXPENSE_CLAIM_RECORD
            WRITE EXPENSE_CLAIM_RECORD
        END-PERFORM.
        CLOSE EXPENSE_CLAIM_FILE.
        IF APPROVAL_LOG_OPENED
            THEN
                CLOSE APPROVAL_LOG_FILE
        END-IF.
        EXIT.
*>ExpenseApprovalLog.txtの1行 = 日付(8) 時刻(8) 承認者(5) 判断(8:APPROVE/REJECT)
*>起票者(5) 従業員(5) 経費区分(3) 金額(5) 領収書番号(10)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
