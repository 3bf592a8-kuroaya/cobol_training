*>支払承認 支払提案(APPLICATION_116_AP_PROPOSAL)で"S"(支払提案中)になった
*>買掛伝票を、上席が仕入先ごとに確認して承認(A)または保留(H)する
*>(APPLICATION_68_APPROVALと同じ作り。サインオンはOPERATOR_SIGNON、権限3)
*>承認した仕入先の伝票は"A"となり支払実行(APPLICATION_118_AP_PAY_RUN)の対象に、
*>保留した伝票は"O"(未払)へ戻って次回の提案に再度上がる。
*>判断しなかった(S)仕入先は提案中のまま残る
*>全ての判断はオペレータIDと日時つきでApPayApprovalLog.txtへ残す
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_117_AP_PAY_APPROVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT AP_OPEN_ITEM_FILE
            ASSIGN TO "ApOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AP_OPEN_ITEM_STATUS.
        SELECT APPROVAL_LOG_FILE
            ASSIGN TO "ApPayApprovalLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD AP_OPEN_ITEM_FILE.
        01 AP_OPEN_ITEM_RECORD.
            05 API_VOUCHER PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_PO PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_AMOUNT PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_DUE_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_STATUS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 API_PAID_DATE PIC 9(08).
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
            05 APL_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_CNT PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_AMOUNT PIC 9(13).
    WORKING-STORAGE SECTION.
        01 AP_OPEN_ITEM_STATUS PIC XX.
        01 APPROVAL_LOG_STATUS PIC XX.
        01 APPROVAL_LOG_SW PIC X(01) VALUE "N".
            88 APPROVAL_LOG_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(支払承認には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>買掛明細テーブル(判断後に全件を書き戻す)
        01 APO_TBL_MASTER.
            05 APO_TBL_SIZE PIC 9(04) VALUE ZERO.
            05 APO_TBL OCCURS 0 TO 9999
                DEPENDING ON APO_TBL_SIZE
                INDEXED BY APO_IDX.
                10 AOT_VOUCHER PIC 9(06).
                10 AOT_DATE PIC 9(08).
                10 AOT_SUPPLIER PIC X(05).
                10 AOT_PO PIC X(04).
                10 AOT_AMOUNT PIC 9(11).
                10 AOT_DUE_DATE PIC 9(08).
                10 AOT_STATUS PIC X(01).
                10 AOT_PAID_DATE PIC 9(08).
                10 AOT_REVIEWED PIC X(01).
*>コンソール入力エリア
        01 WORKING-AREA.
            05 CONSOLE_DECISION PIC X(01).
            05 WK_ACTION PIC X(08).
        01 WK_APO_NO PIC 9(04).
        01 WK_SUPPLIER PIC X(05).
        01 WK_NEW_STATUS PIC X(01).
        01 WK_SUPP_CNT PIC 9(05).
        01 WK_SUPP_TOTAL PIC 9(13).
*>件数集計(承認/保留/未判断の仕入先数)
        01 WK_APPROVED_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
        01 WK_SKIPPED_CNT PIC 9(05) VALUE ZERO.
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
                DISPLAY "PAYMENT APPROVAL REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "APAPPROVE" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        PERFORM LOAD_AP_PROC.
*>提案中の伝票を仕入先ごとにまとめ、承認(A)/保留(H)/未判断(S)を受け付ける
        PERFORM VARYING WK_APO_NO FROM 1 BY 1
                UNTIL WK_APO_NO > APO_TBL_SIZE
            IF AOT_STATUS(WK_APO_NO) = "S"
                    AND AOT_REVIEWED(WK_APO_NO) NOT = "Y"
                THEN
                    PERFORM REVIEW_SUPPLIER_PROC
            END-IF
        END-PERFORM.
        IF WK_APPROVED_CNT + WK_HELD_CNT + WK_SKIPPED_CNT = ZERO
            THEN
                DISPLAY "NO PAYMENTS PROPOSED."
                GOBACK
        END-IF.
        PERFORM SAVE_AP_PROC.
        DISPLAY "PAYMENT APPROVAL END. APPROVED:" WK_APPROVED_CNT
            " HELD:" WK_HELD_CNT " SKIPPED:" WK_SKIPPED_CNT.
        GOBACK.
*>仕入先1社分の提案額の表示と判断の受け付け
    REVIEW_SUPPLIER_PROC.
        MOVE AOT_SUPPLIER(WK_APO_NO) TO WK_SUPPLIER.
        MOVE ZERO TO WK_SUPP_CNT WK_SUPP_TOTAL.
        PERFORM VARYING APO_IDX FROM WK_APO_NO BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            IF AOT_STATUS(APO_IDX) = "S"
                    AND AOT_SUPPLIER(APO_IDX) = WK_SUPPLIER
                THEN
                    MOVE "Y" TO AOT_REVIEWED(APO_IDX)
                    ADD 1 TO WK_SUPP_CNT
                    ADD AOT_AMOUNT(APO_IDX) TO WK_SUPP_TOTAL
            END-IF
        END-PERFORM.
        DISPLAY "PROPOSED: SUPPLIER=" WK_SUPPLIER
            " VOUCHERS=" WK_SUPP_CNT " AMOUNT=" WK_SUPP_TOTAL.
        DISPLAY "(A)PPROVE (H)OLD (S)KIP >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_DECISION FROM CONSOLE.
        EVALUATE CONSOLE_DECISION
            WHEN "A"
                MOVE "A" TO WK_NEW_STATUS
                PERFORM SET_STATUS_PROC
                MOVE "APPROVE" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                ADD 1 TO WK_APPROVED_CNT
            WHEN "H"
                MOVE "O" TO WK_NEW_STATUS
                PERFORM SET_STATUS_PROC
                MOVE "HOLD" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                ADD 1 TO WK_HELD_CNT
            WHEN OTHER
                ADD 1 TO WK_SKIPPED_CNT
        END-EVALUATE.
        EXIT.
*>仕入先の提案中伝票の状態を書き換える
    SET_STATUS_PROC.
        PERFORM VARYING APO_IDX FROM WK_APO_NO BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            IF AOT_STATUS(APO_IDX) = "S"
                    AND AOT_SUPPLIER(APO_IDX) = WK_SUPPLIER
                THEN
                    MOVE WK_NEW_STATUS TO AOT_STATUS(APO_IDX)
            END-IF
        END-PERFORM.
        EXIT.
*>判断1件分を承認ログへ残す(日時・承認者・判断・仕入先・件数・金額)
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
        MOVE WK_SUPPLIER TO APL_SUPPLIER.
        MOVE WK_SUPP_CNT TO APL_CNT.
        MOVE WK_SUPP_TOTAL TO APL_AMOUNT.
        WRITE APPROVAL_LOG_RECORD.
        EXIT.
*>買掛明細の読み込み
    LOAD_AP_PROC.
        OPEN INPUT AP_OPEN_ITEM_FILE.
        IF AP_OPEN_ITEM_STATUS = "00"
            THEN
                PERFORM UNTIL AP_OPEN_ITEM_STATUS NOT = "00"
                    READ AP_OPEN_ITEM_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF APO_TBL_SIZE < 9999
                                THEN
                                    ADD 1 TO APO_TBL_SIZE
                                    SET APO_IDX TO APO_TBL_SIZE
                                    MOVE API_VOUCHER
                                        TO AOT_VOUCHER(APO_IDX)
                                    MOVE API_DATE TO AOT_DATE(APO_IDX)
                                    MOVE API_SUPPLIER
                                        TO AOT_SUPPLIER(APO_IDX)
                                    MOVE API_PO TO AOT_PO(APO_IDX)
                                    MOVE API_AMOUNT
                                        TO AOT_AMOUNT(APO_IDX)
                                    MOVE API_DUE_DATE
                                        TO AOT_DUE_DATE(APO_IDX)
                                    MOVE API_STATUS
                                        TO AOT_STATUS(APO_IDX)
                                    MOVE API_PAID_DATE
                                        TO AOT_PAID_DATE(APO_IDX)
                                    MOVE SPACE
                                        TO AOT_REVIEWED(APO_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AP_OPEN_ITEM_FILE
        END-IF.
        EXIT.
*>買掛明細の書き戻し(承認="A" 保留="O" 未判断="S"のまま)
    SAVE_AP_PROC.
        OPEN OUTPUT AP_OPEN_ITEM_FILE.
        PERFORM VARYING APO_IDX FROM 1 BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            MOVE SPACE TO AP_OPEN_ITEM_RECORD
            MOVE AOT_VOUCHER(APO_IDX) TO API_VOUCHER
            MOVE AOT_DATE(APO_IDX) TO API_DATE
            MOVE AOT_SUPPLIER(APO_IDX) TO API_SUPPLIER
            MOVE AOT_PO(APO_IDX) TO API_PO
            MOVE AOT_AMOUNT(APO_IDX) TO API_AMOUNT
            MOVE AOT_DUE_DATE(APO_IDX) TO API_DUE_DATE
            MOVE AOT_STATUS(APO_IDX) TO API_STATUS
            MOVE AOT_PAID_DATE(APO_IDX) TO API_PAID_DATE
            WRITE AP_OPEN_ITEM_RECORD
        END-PERFORM.
        CLOSE AP_OPEN_ITEM_FILE.
        EXIT.
*>ApPayApprovalLog.txtの1行 = 日付(8) 時刻(8) 承認者(5) 判断(8:APPROVE/HOLD)
*>仕入先(5) 伝票件数(5) 金額(13)
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
