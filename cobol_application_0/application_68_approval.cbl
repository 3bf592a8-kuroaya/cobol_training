        01 WK_RELEASED_CNT PIC 9(05) VALUE ZERO.
        01 WK_REJECTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
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
        CALL "SIGNON_SESSION" USING WK_SS_MODE WK_OPERATOR WK_SS_NAME
            WK_SS_AUTHORITY WK_SS_RESULT.
        IF WK_SS_RESULT NOT = "Y"
            THEN
                DISPLAY "APPROVER ID (5 CHARS) >>" WITH NO ADVANCING
                ACCEPT WK_OPERATOR FROM CONSOLE
        END-IF.
        PERFORM LOAD_PENDING_PROC.
        IF PEND_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ITEMS PENDING APPROVAL."
                GOBACK
        END-IF.
*>承認待ち1件ずつ、リリース(R)/却下(J)/保留(S)を受け付ける
        PERFORM REVIEW_ONE_PROC
        PERFORM SAVE_PENDING_PROC.
        DISPLAY "APPROVAL SESSION END. RELEASED:" WK_RELEASED_CNT
            " REJECTED:" WK_REJECTED_CNT " HELD:" WK_HELD_CNT.
        GOBACK.
*>承認待ち1件分の表示と判断の受け付け
    REVIEW_ONE_PROC.
        DISPLAY "PENDING: KEY=" PTB_KEY(PEND_IDX)
*>PendingApproval.txtの1行 = KEY(4) SUJI(2) 取込日(8) 取込時刻(8)
*>ApprovalLog.txtの1行 = 日付(8) 時刻(8) 承認者(5) 判断(8) KEY(4) SUJI(2)
*>リリースした入力はGETTING_STARTED_7の出力(File1)と同じ形で合流する
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
