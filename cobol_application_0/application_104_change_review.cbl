*>マスタ(EmployeeMaster.txt/ProductMaster.txt)は承認者の適用によってのみ
*>書き換わり、変更履歴(EmployeeChangeLog.txt/ProductChangeLog.txt)には
*>承認者のIDと起票者のIDの両方が残る。保留(S)した項目は保留ファイルに残る
*>退職を適用した従業員は、起票時の退職日つきで退職精算台帳
*>(LeaverSettlement.txt)へ未精算("P")として載せる(精算はAPPLICATION_146)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_104_CHANGE_REVIEW.
ENVIRONMENT DIVISION.
            ASSIGN TO "ProductChangeLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PRODUCT_CHANGE_LOG_STATUS.
        SELECT LEAVER_SETTLE_FILE
            ASSIGN TO "LeaverSettlement.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LEAVER_SETTLE_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD PENDING_CHANGE_FILE.
            05 PCL_NEW_HINMEI PIC X(10).
            05 FILLER PIC X(01) VALUE SPACE.
            05 PCL_MAKER PIC X(05).
*>退職精算台帳(ここでは従業員・退職日・状態"P"だけを書く)
        FD LEAVER_SETTLE_FILE.
        01 LEAVER_SETTLE_RECORD.
            05 LVS_EMPLOYEE PIC X(05).
            05 FILLER PIC X(01).
            05 LVS_LEAVING_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 LVS_STATUS PIC X(01).
            05 FILLER PIC X(22).
    WORKING-STORAGE SECTION.
        01 PENDING_CHANGE_STATUS PIC XX.
        01 EMPLOYEE_MASTER_STATUS PIC XX.
        01 PRODUCT_MASTER_STATUS PIC XX.
        01 EMP_CHANGE_LOG_STATUS PIC XX.
        01 PRODUCT_CHANGE_LOG_STATUS PIC XX.
        01 LEAVER_SETTLE_STATUS PIC XX.
        01 EMP_CHANGE_LOG_SW PIC X(01) VALUE "N".
            88 EMP_CHANGE_LOG_OPENED VALUE "Y".
        01 PRODUCT_CHANGE_LOG_SW PIC X(01) VALUE "N".
        01 WK_REJECTED_CNT PIC 9(03) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(03) VALUE ZERO.
        01 WK_LOG_DETAIL PIC X(33).
*>SIGNON_SESSIONへの受け渡しエリア(メニューでのサインオンの引き継ぎ)
        01 WK_SS_AREA.
            05 WK_SS_MODE PIC X(01) VALUE "G".
            05 WK_SS_NAME PIC X(10).
            05 WK_SS_AUTHORITY PIC 9(01).
            05 WK_SS_RESULT PIC X(01).
PROCEDURE DIVISION.
    MAIN_PROCEDURE.
    INITIALIZE_PART.
*>メインメニューでサインオン済みならそのIDを使い、単独で起動したときはその場で入力する
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_REVIEWER WK_SS_NAME
            WK_SS_AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT NOT = "Y"
            THEN
                DISPLAY "REVIEWER ID (5 CHARS) >>" WITH NO ADVANCING
                ACCEPT WK_REVIEWER FROM CONSOLE
        END-IF.
        PERFORM LOAD_PENDING_PROC.
        IF PMC_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO CHANGES PENDING REVIEW."
                GOBACK
        END-IF.
        PERFORM LOAD_EMP_PROC.
        PERFORM LOAD_SHOHIN_PROC.
        PERFORM SAVE_PENDING_PROC.
        DISPLAY "REVIEW SESSION END. APPLIED:" WK_APPLIED_CNT
            " REJECTED:" WK_REJECTED_CNT " HELD:" WK_HELD_CNT.
        GOBACK.
*>保留変更1件分の表示と判断の受け付け(起票者本人の承認は禁止)
    REVIEW_ONE_PROC.
        DISPLAY "PENDING: " PCT_TARGET(PMC_IDX)
                        EXIT PARAGRAPH
                END-IF
                MOVE "T" TO ETB_STATUS(EMP_IDX)
                PERFORM WRITE_LEAVER_PROC
        END-EVALUATE.
        MOVE "1" TO SW_EMP_DIRTY.
        ADD 1 TO WK_APPLIED_CNT.
        DISPLAY "APPLIED TO EMPLOYEE MASTER: " PCT_KEY(PMC_IDX).
        PERFORM LOG_DECISION_PROC.
        EXIT.
*>退職精算台帳への追記(退職日が無い旧形式の起票は適用日を退職日とする)
    WRITE_LEAVER_PROC.
        OPEN EXTEND LEAVER_SETTLE_FILE.
        IF LEAVER_SETTLE_STATUS NOT = "00"
            THEN
                OPEN OUTPUT LEAVER_SETTLE_FILE
        END-IF.
        MOVE SPACE TO LEAVER_SETTLE_RECORD.
        MOVE PCT_KEY(PMC_IDX) TO LVS_EMPLOYEE.
        IF WK_PMC_DATA(1:8) IS NUMERIC
            THEN
                MOVE WK_PMC_DATA(1:8) TO LVS_LEAVING_DATE
            ELSE
                ACCEPT LVS_LEAVING_DATE FROM DATE YYYYMMDD
        END-IF.
        MOVE "P" TO LVS_STATUS.
        WRITE LEAVER_SETTLE_RECORD.
        CLOSE LEAVER_SETTLE_FILE.
        EXIT.
*>商品マスタへの適用
    APPLY_PROD_PROC.
        MOVE PCT_KEY(PMC_IDX) TO WK_HINBAN.
        EXIT.
*>変更履歴の操作欄のOLD欄には判断(A=適用/J=却下)、MAKER欄に起票者が残る
*>起票者と承認者が同一の変更は保留のまま残る(別のオペレータが確認する)
*>LeaverSettlement.txtの1行の並びはAPPLICATION_146_LEAVER_SETTLEの末尾を参照
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
