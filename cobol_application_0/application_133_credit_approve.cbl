*>赤伝承認・発行 赤伝起票(APPLICATION_132_CREDIT_REQUEST)が承認待ち
*>(CreditRequests.txt)へ回した赤伝を、上席が1件ずつ確認して承認(A)・却下(J)・
*>保留(S)する(APPLICATION_68_APPROVALと同じ作り。サインオンはOPERATOR_SIGNON、
*>権限3。起票者本人の赤伝は承認できない)
*>承認した赤伝は
*>  ・CreditMemoControl.txtから連番の赤伝番号を発行し、赤伝台帳(CreditMemos.txt)へ
*>    明細ごとに、税率区分別の税抜金額と消費税額をCreditMemoTax.txtへ書く
*>    (消費税は請求と同じく赤伝1件の税率区分ごとに合計した税抜金額へ税率を掛けて
*>    1円未満切り捨て)
*>  ・売掛の処理がRなら売掛未消込台帳(ArOpenItems.txt)の元の請求の残額を
*>    税込金額だけ減らし、請求の残額を超える分とUの赤伝は未充当の貸方として
*>    ArCredits.txtへ残す
*>  ・在庫へ戻す返品はMovements.txtへ得意先返品"C"を追記する(夜間の
*>    APPLICATION_43_STOCK_MOVESが請求のロットで在庫へ戻す)
*>  ・赤伝(CreditMemo.txt:1件1ページ、登録番号つき)を印刷する
*>  ・APPLICATION_93_GL_POSTと同じ形式でGlTransactions.txtへ出所CRMEMの仕訳を起こす
*>    借方4000(売上)=税抜 借方2400(仮受消費税)=税額 / 貸方1100(売掛金)=税込
*>全ての判断はオペレータIDと日時つきでCreditApprovalLog.txtへ残す
*>保留(S)した赤伝は承認待ちに残る
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_133_CREDIT_APPROVE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CREDIT_REQUEST_FILE
            ASSIGN TO "CreditRequests.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_REQUEST_STATUS.
        SELECT CREDIT_MEMO_FILE
            ASSIGN TO "CreditMemos.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_MEMO_STATUS.
        SELECT CREDIT_MEMO_TAX_FILE
            ASSIGN TO "CreditMemoTax.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_MEMO_TAX_STATUS.
        SELECT CM_CONTROL_FILE
            ASSIGN TO "CreditMemoControl.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CM_CONTROL_STATUS.
        SELECT AR_OPEN_ITEMS_FILE
            ASSIGN TO "ArOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_OPEN_ITEMS_STATUS.
        SELECT AR_CREDITS_FILE
            ASSIGN TO "ArCredits.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_CREDITS_STATUS.
        SELECT MOVEMENT_FILE
            ASSIGN TO "Movements.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVEMENT_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
        SELECT APPROVAL_LOG_FILE
            ASSIGN TO "CreditApprovalLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPROVAL_LOG_STATUS.
        SELECT INVOICE_PARM_FILE
            ASSIGN TO "InvoiceParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_PARM_STATUS.
        SELECT CUSTOMER_MASTER_FILE
            ASSIGN TO "CustomerMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CUSTOMER_MASTER_STATUS.
        SELECT PRINT_FILE ASSIGN TO "CreditMemo.txt"
            FILE STATUS IS PRINT_STATUS.
DATA DIVISION.
    FILE SECTION.
*>赤伝の承認待ち(APPLICATION_132_CREDIT_REQUESTと同じ並び)
        FD CREDIT_REQUEST_FILE.
        01 CREDIT_REQUEST_RECORD.
            05 CRQ_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_MAKER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_INVOICE PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_NET PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_RESTOCK PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_WAREHOUSE PIC 9(02).
            05 CRQ_BIN PIC 9(02).
            05 CRQ_SHELF PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_DISPOSITION PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CRQ_REASON PIC X(20).
*>赤伝台帳(1明細1行。赤伝1件の税額・税込合計・請求への充当額を各行に持つ)
        FD CREDIT_MEMO_FILE.
        01 CREDIT_MEMO_RECORD.
            05 CMR_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_INVOICE PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_TYPE PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_HINBAN PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_LOT PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_QTY PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_NET PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_RESTOCK PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_MEMO_TAX PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_MEMO_TOTAL PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_APPLIED PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_DISPOSITION PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_MAKER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_APPROVER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMR_REASON PIC X(20).
*>赤伝の税率区分別税抜金額と税額(InvoiceTax.txtと同じ並び)
        FD CREDIT_MEMO_TAX_FILE.
        01 CREDIT_MEMO_TAX_RECORD.
            05 CMT_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_NET PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_TAX PIC 9(09).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CMT_REG_NO PIC X(14).
*>赤伝の採番管理(最後に発行した番号)
        FD CM_CONTROL_FILE.
        01 CM_CONTROL_RECORD.
            05 CMC_LAST_NO PIC 9(06).
        FD AR_OPEN_ITEMS_FILE.
        01 AR_OPEN_ITEMS_RECORD.
            05 ARO_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARO_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARO_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARO_AMOUNT PIC 9(09).
*>未充当の貸方(ArOpenItems.txtと同じ並び。番号は赤伝番号)
        FD AR_CREDITS_FILE.
        01 AR_CREDITS_RECORD.
            05 ARC_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARC_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARC_CUSTOMER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 ARC_AMOUNT PIC 9(09).
*>移動レコード(APPLICATION_43_STOCK_MOVESと同じ並び。末尾にロット/賞味期限)
        FD MOVEMENT_FILE.
        01 MOVEMENT_RECORD.
            05 MOVE_TYPE PIC X(01).
            05 MOVE_WAREHOUSE PIC 9(02).
            05 MOVE_BIN PIC 9(02).
            05 MOVE_SHELF PIC 9(02).
            05 MOVE_QTY PIC 9(05).
            05 MOVE_TO_WAREHOUSE PIC 9(02).
            05 MOVE_TO_BIN PIC 9(02).
            05 MOVE_TO_SHELF PIC 9(02).
            05 MOVE_LOT PIC X(06).
            05 MOVE_EXPIRY PIC X(08).
        FD GL_TRANS_FILE.
        01 GL_TRANS_RECORD.
            05 GLT_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_SOURCE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_ACCOUNT PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_DC PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_AMOUNT PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLT_REFERENCE PIC X(05).
        01 GL_TRANS_TRAILER.
            05 GLH_TAG PIC X(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_SOURCE PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_CNT PIC 9(07).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_DEBIT PIC 9(13).
            05 FILLER PIC X(01) VALUE SPACE.
            05 GLH_CREDIT PIC 9(13).
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
            05 APL_INVOICE PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_MEMO_NO PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 APL_AMOUNT PIC 9(09).
        FD INVOICE_PARM_FILE.
        01 INVOICE_PARM_RECORD.
            05 IVP_REG_NO PIC X(14).
            05 FILLER PIC X(01).
            05 IVP_ISSUER PIC X(30).
        FD CUSTOMER_MASTER_FILE.
        01 CUSTOMER_MASTER_RECORD.
            05 CU_CODE PIC X(05).
            05 CU_NAME PIC X(10).
            05 CU_TERMS PIC 9(02).
            05 CU_CREDIT_LIMIT PIC 9(07).
            05 CU_STATUS PIC X(01).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 CREDIT_REQUEST_STATUS PIC XX.
        01 CREDIT_MEMO_STATUS PIC XX.
        01 CREDIT_MEMO_TAX_STATUS PIC XX.
        01 CM_CONTROL_STATUS PIC XX.
        01 AR_OPEN_ITEMS_STATUS PIC XX.
        01 AR_CREDITS_STATUS PIC XX.
        01 MOVEMENT_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 APPROVAL_LOG_STATUS PIC XX.
        01 INVOICE_PARM_STATUS PIC XX.
        01 CUSTOMER_MASTER_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 APPROVAL_LOG_SW PIC X(01) VALUE "N".
            88 APPROVAL_LOG_OPENED VALUE "Y".
*>OPERATOR_SIGNONからの戻りエリア(赤伝の承認には権限3)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>承認待ちテーブル(判断後に保留分だけ書き戻す)
        01 REQ_TBL_MASTER.
            05 REQ_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 REQ_TBL OCCURS 0 TO 500
                DEPENDING ON REQ_TBL_SIZE
                INDEXED BY REQ_IDX.
                10 RQT_RECORD PIC X(104).
                10 RQT_DECISION PIC X(01).
        01 WK_REQ_NO PIC 9(03).
*>判断中の赤伝1件の見出し(起票日時・起票者・請求番号)
        01 WK_KEY_AREA.
            05 WK_KEY_DATE PIC 9(08).
            05 WK_KEY_TIME PIC 9(08).
            05 WK_KEY_MAKER PIC X(05).
            05 WK_KEY_INVOICE PIC 9(06).
        01 WK_CUSTOMER PIC X(05).
        01 WK_DISPOSITION PIC X(01).
        01 WK_REASON PIC X(20).
        01 WK_LINE_CNT PIC 9(03).
*>売掛台帳テーブル(承認による残額の減額を書き戻す)
        01 AR_TBL_MASTER.
            05 AR_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 AR_TBL OCCURS 0 TO 999
                DEPENDING ON AR_TBL_SIZE
                INDEXED BY AR_IDX.
                10 ART_NO PIC 9(06).
                10 ART_DATE PIC 9(08).
                10 ART_CUSTOMER PIC X(05).
                10 ART_AMOUNT PIC 9(09).
*>赤伝1件の税率区分別集計
        01 BND_TBL_MASTER.
            05 BND_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 BND_TBL OCCURS 0 TO 10
                DEPENDING ON BND_TBL_SIZE
                INDEXED BY BND_IDX.
                10 BNT_TAX_CLASS PIC X(01).
                10 BNT_TAX_RATE PIC 9(02).
                10 BNT_NET PIC 9(09).
                10 BNT_TAX PIC 9(09).
*>得意先名(赤伝の宛先)
        01 CUS_TBL_MASTER.
            05 CUS_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 CUS_TBL OCCURS 0 TO 999
                DEPENDING ON CUS_TBL_SIZE
                INDEXED BY CUS_IDX.
                10 CST_CODE PIC X(05).
                10 CST_NAME PIC X(10).
        01 WK_TODAY PIC 9(08).
        01 WK_LAST_CM PIC 9(06) VALUE ZERO.
        01 WK_MEMO_NET PIC 9(09).
        01 WK_MEMO_TAX PIC 9(09).
        01 WK_MEMO_TOTAL PIC 9(09).
        01 WK_APPLIED PIC 9(09).
        01 WK_UNAPPLIED PIC 9(09).
        01 WK_REG_NO PIC X(14) VALUE SPACE.
        01 WK_ISSUER PIC X(30) VALUE SPACE.
        01 CONSOLE_DECISION PIC X(01).
        01 WK_ACTION PIC X(08).
        01 SW_AR_CHANGED PIC X(01) VALUE SPACE.
        01 SW_PRINT_OPEN PIC X(01) VALUE "N".
        01 SW_GL_OPEN PIC X(01) VALUE "N".
        01 SW_MOVE_OPEN PIC X(01).
*>件数集計(承認/却下/保留)
        01 WK_APPROVED_CNT PIC 9(05) VALUE ZERO.
        01 WK_REJECTED_CNT PIC 9(05) VALUE ZERO.
        01 WK_HELD_CNT PIC 9(05) VALUE ZERO.
*>仕訳バッチ1本分の制御合計
        01 WK_BATCH_CNT PIC 9(07) VALUE ZERO.
        01 WK_BATCH_DEBIT PIC 9(13) VALUE ZERO.
        01 WK_BATCH_CREDIT PIC 9(13) VALUE ZERO.
        01 WK_SOURCE PIC X(05) VALUE "CRMEM".
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "CreditMemo.txt".
*>赤伝の帳票行
        01 CRM_TITLE_LINE.
            05 PIC X(40) VALUE "*** CREDIT MEMO ***".
            05 PIC X(12) VALUE "CREDIT NO: ".
            05 CRM_NO PIC 9(06).
            05 PIC X(08) VALUE "  DATE: ".
            05 CRM_DATE PIC 9(08).
            05 PIC X(06) VALUE SPACE.
        01 CRM_TO_LINE.
            05 PIC X(04) VALUE "TO: ".
            05 CRM_CUSTOMER PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 CRM_CUST_NAME PIC X(10).
            05 PIC X(60) VALUE SPACE.
        01 CRM_FROM_LINE.
            05 PIC X(06) VALUE "FROM: ".
            05 CRM_ISSUER PIC X(30).
            05 PIC X(02) VALUE SPACE.
            05 PIC X(11) VALUE "REG NO: ".
            05 CRM_REG_NO PIC X(14).
            05 PIC X(17) VALUE SPACE.
        01 CRM_REF_LINE.
            05 PIC X(18) VALUE "ORIGINAL INVOICE: ".
            05 CRM_INVOICE PIC 9(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(08) VALUE "REASON: ".
            05 CRM_REASON PIC X(20).
            05 PIC X(24) VALUE SPACE.
        01 CRM_COLUMN_LINE.
            05 PIC X(40) VALUE
                "TYPE   HINBAN LOT      QTY       AMOUNT ".
            05 PIC X(40) VALUE "RATE".
        01 CRM_DETAIL_LINE.
            05 CRM_TYPE PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 CRM_HINBAN PIC 9(05).
            05 PIC X(02) VALUE SPACE.
            05 CRM_LOT PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 CRM_QTY PIC ZZZZ9 BLANK WHEN ZERO.
            05 PIC X(01) VALUE SPACE.
            05 CRM_AMOUNT PIC Z(11)9.
            05 PIC X(01) VALUE SPACE.
            05 CRM_RATE PIC Z9.
            05 PIC X(01) VALUE "%".
            05 CRM_REDUCED_MARK PIC X(01).
            05 PIC X(01) VALUE SPACE.
            05 CRM_RESTOCK PIC X(09).
            05 PIC X(26) VALUE SPACE.
        01 CRM_BAND_LINE.
            05 PIC X(10) VALUE "RATE ".
            05 CRM_BAND_RATE PIC Z9.
            05 PIC X(01) VALUE "%".
            05 CRM_BAND_CLASS PIC X(01).
            05 PIC X(08) VALUE "  NET: ".
            05 CRM_BAND_NET PIC Z(9)9.
            05 PIC X(07) VALUE "  TAX: ".
            05 CRM_BAND_TAX PIC Z(9)9.
            05 PIC X(31) VALUE SPACE.
        01 CRM_TOTAL_LINE.
            05 PIC X(20) VALUE "CREDIT (TAX INCL.):".
            05 CRM_TOTAL PIC Z(9)9.
            05 PIC X(07) VALUE "  TAX: ".
            05 CRM_TOTAL_TAX PIC Z(9)9.
            05 PIC X(33) VALUE SPACE.
        01 CRM_APPLIED_LINE.
            05 PIC X(20) VALUE "APPLIED TO INVOICE:".
            05 CRM_APPLIED PIC Z(9)9.
            05 PIC X(20) VALUE "  CREDIT ON ACCOUNT:".
            05 CRM_UNAPPLIED PIC Z(9)9.
            05 PIC X(20) VALUE SPACE.
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
                DISPLAY "CREDIT MEMO APPROVAL REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        MOVE "CREDITAPPR" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM LOAD_REQUEST_PROC.
        IF REQ_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO CREDIT MEMOS PENDING APPROVAL."
                GOBACK
        END-IF.
        PERFORM LOAD_AR_PROC.
        PERFORM LOAD_CM_CONTROL_PROC.
        PERFORM LOAD_PARM_PROC.
*>承認待ちの赤伝1件ずつ(起票日時・起票者・請求番号が同じ行で1件)判断を受け付ける
        PERFORM VARYING WK_REQ_NO FROM 1 BY 1
                UNTIL WK_REQ_NO > REQ_TBL_SIZE
            IF RQT_DECISION(WK_REQ_NO) = SPACE
                THEN
                    PERFORM REVIEW_REQUEST_PROC
            END-IF
        END-PERFORM.
        PERFORM SAVE_REQUEST_PROC.
        IF APPROVAL_LOG_OPENED
            THEN
                CLOSE APPROVAL_LOG_FILE
        END-IF.
        IF WK_APPROVED_CNT > ZERO
            THEN
                PERFORM SAVE_CM_CONTROL_PROC
        END-IF.
        IF SW_AR_CHANGED = "1"
            THEN
                PERFORM SAVE_AR_PROC
        END-IF.
        IF SW_GL_OPEN = "Y"
            THEN
                PERFORM WRITE_TRAILER_PROC
                CLOSE GL_TRANS_FILE
        END-IF.
        IF SW_PRINT_OPEN = "Y"
            THEN
                CLOSE PRINT_FILE
                CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME
        END-IF.
        DISPLAY "CREDIT APPROVAL END. APPROVED:" WK_APPROVED_CNT
            " REJECTED:" WK_REJECTED_CNT " HELD:" WK_HELD_CNT.
        GOBACK.
*>赤伝1件分の表示と判断の受け付け
    REVIEW_REQUEST_PROC.
        MOVE RQT_RECORD(WK_REQ_NO) TO CREDIT_REQUEST_RECORD.
        MOVE CRQ_DATE TO WK_KEY_DATE.
        MOVE CRQ_TIME TO WK_KEY_TIME.
        MOVE CRQ_MAKER TO WK_KEY_MAKER.
        MOVE CRQ_INVOICE TO WK_KEY_INVOICE.
        MOVE CRQ_CUSTOMER TO WK_CUSTOMER.
        MOVE CRQ_DISPOSITION TO WK_DISPOSITION.
        MOVE CRQ_REASON TO WK_REASON.
        MOVE ZERO TO WK_LINE_CNT WK_MEMO_NET.
        DISPLAY "CREDIT REQUEST: INVOICE=" WK_KEY_INVOICE
            " CUSTOMER=" WK_CUSTOMER " BY " WK_KEY_MAKER
            " ON " WK_KEY_DATE " DISPOSITION=" WK_DISPOSITION.
        DISPLAY "  REASON: " WK_REASON.
        PERFORM VARYING REQ_IDX FROM WK_REQ_NO BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
            IF CRQ_DATE = WK_KEY_DATE AND CRQ_TIME = WK_KEY_TIME
                    AND CRQ_MAKER = WK_KEY_MAKER
                    AND CRQ_INVOICE = WK_KEY_INVOICE
                THEN
                    ADD 1 TO WK_LINE_CNT
                    ADD CRQ_NET TO WK_MEMO_NET
                    DISPLAY "  " CRQ_TYPE " HINBAN " CRQ_HINBAN
                        " LOT " CRQ_LOT " QTY " CRQ_QTY
                        " NET " CRQ_NET " TAX " CRQ_TAX_CLASS CRQ_TAX_RATE
                        " RESTOCK " CRQ_RESTOCK
            END-IF
        END-PERFORM.
        DISPLAY "  LINES=" WK_LINE_CNT " NET TOTAL=" WK_MEMO_NET.
        IF WK_KEY_MAKER = WK_SO_OPERATOR
            THEN
                DISPLAY "  ENTERED BY YOU. ANOTHER APPROVER IS REQUIRED."
                MOVE "S" TO CONSOLE_DECISION
            ELSE
                DISPLAY "(A)PPROVE (J)REJECT (S)KIP >>" WITH NO ADVANCING
                ACCEPT CONSOLE_DECISION FROM CONSOLE
        END-IF.
        MOVE ZERO TO WK_MEMO_TAX WK_MEMO_TOTAL WK_APPLIED WK_UNAPPLIED.
        EVALUATE CONSOLE_DECISION
            WHEN "A"
                PERFORM ISSUE_MEMO_PROC
                MOVE "A" TO CONSOLE_DECISION
                MOVE "APPROVE" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                ADD 1 TO WK_APPROVED_CNT
            WHEN "J"
                MOVE "REJECT" TO WK_ACTION
                PERFORM WRITE_LOG_PROC
                ADD 1 TO WK_REJECTED_CNT
            WHEN OTHER
                MOVE "S" TO CONSOLE_DECISION
                ADD 1 TO WK_HELD_CNT
        END-EVALUATE.
        PERFORM VARYING REQ_IDX FROM WK_REQ_NO BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
            IF CRQ_DATE = WK_KEY_DATE AND CRQ_TIME = WK_KEY_TIME
                    AND CRQ_MAKER = WK_KEY_MAKER
                    AND CRQ_INVOICE = WK_KEY_INVOICE
                THEN
                    MOVE CONSOLE_DECISION TO RQT_DECISION(REQ_IDX)
            END-IF
        END-PERFORM.
        EXIT.
*>承認した赤伝の発行(採番・税計算・売掛の減額・台帳・在庫戻し・仕訳・印刷)
    ISSUE_MEMO_PROC.
        ADD 1 TO WK_LAST_CM.
        MOVE ZERO TO BND_TBL_SIZE.
        PERFORM VARYING REQ_IDX FROM WK_REQ_NO BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
            IF CRQ_DATE = WK_KEY_DATE AND CRQ_TIME = WK_KEY_TIME
                    AND CRQ_MAKER = WK_KEY_MAKER
                    AND CRQ_INVOICE = WK_KEY_INVOICE
                THEN
                    PERFORM ADD_BAND_PROC
            END-IF
        END-PERFORM.
*>消費税は税率区分ごとの税抜合計に税率を掛けて1円未満切り捨て
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            COMPUTE BNT_TAX(BND_IDX) =
                BNT_NET(BND_IDX) * BNT_TAX_RATE(BND_IDX) / 100
            ADD BNT_TAX(BND_IDX) TO WK_MEMO_TAX
        END-PERFORM.
        COMPUTE WK_MEMO_TOTAL = WK_MEMO_NET + WK_MEMO_TAX.
        PERFORM APPLY_AR_PROC.
        PERFORM WRITE_MEMO_PROC.
        PERFORM WRITE_MEMO_TAX_PROC.
        PERFORM WRITE_MOVEMENT_PROC.
        PERFORM WRITE_GL_BATCH_PROC.
        PERFORM PRINT_MEMO_PROC.
        DISPLAY "CREDIT MEMO " WK_LAST_CM " ISSUED. TOTAL " WK_MEMO_TOTAL
            " APPLIED " WK_APPLIED " ON ACCOUNT " WK_UNAPPLIED.
        EXIT.
*>明細1行を税率区分別集計へ加える
    ADD_BAND_PROC.
        SET BND_IDX TO 1.
        SEARCH BND_TBL
            AT END
                IF BND_TBL_SIZE < 10
                    THEN
                        ADD 1 TO BND_TBL_SIZE
                        SET BND_IDX TO BND_TBL_SIZE
                        MOVE CRQ_TAX_CLASS TO BNT_TAX_CLASS(BND_IDX)
                        MOVE CRQ_TAX_RATE TO BNT_TAX_RATE(BND_IDX)
                        MOVE CRQ_NET TO BNT_NET(BND_IDX)
                        MOVE ZERO TO BNT_TAX(BND_IDX)
                END-IF
            WHEN BNT_TAX_CLASS(BND_IDX) = CRQ_TAX_CLASS
                    AND BNT_TAX_RATE(BND_IDX) = CRQ_TAX_RATE
                ADD CRQ_NET TO BNT_NET(BND_IDX)
        END-SEARCH.
        EXIT.
*>売掛の処理
*>R = 元の請求の残額を税込金額だけ減らす(残額を超える分は未充当の貸方へ)
*>U = 全額を未充当の貸方としてArCredits.txtへ残す
    APPLY_AR_PROC.
        MOVE ZERO TO WK_APPLIED.
        IF WK_DISPOSITION = "R"
            THEN
                PERFORM VARYING AR_IDX FROM 1 BY 1
                        UNTIL AR_IDX > AR_TBL_SIZE
                    IF ART_NO(AR_IDX) = WK_KEY_INVOICE
                            AND ART_CUSTOMER(AR_IDX) = WK_CUSTOMER
                            AND WK_APPLIED < WK_MEMO_TOTAL
                        THEN
                            IF ART_AMOUNT(AR_IDX) >
                                    WK_MEMO_TOTAL - WK_APPLIED
                                THEN
                                    COMPUTE ART_AMOUNT(AR_IDX) =
                                        ART_AMOUNT(AR_IDX)
                                        - (WK_MEMO_TOTAL - WK_APPLIED)
                                    MOVE WK_MEMO_TOTAL TO WK_APPLIED
                                ELSE
                                    ADD ART_AMOUNT(AR_IDX) TO WK_APPLIED
                                    MOVE ZERO TO ART_AMOUNT(AR_IDX)
                            END-IF
                            MOVE "1" TO SW_AR_CHANGED
                    END-IF
                END-PERFORM
        END-IF.
        COMPUTE WK_UNAPPLIED = WK_MEMO_TOTAL - WK_APPLIED.
        IF WK_UNAPPLIED = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        OPEN EXTEND AR_CREDITS_FILE.
        IF AR_CREDITS_STATUS NOT = "00"
            THEN
                OPEN OUTPUT AR_CREDITS_FILE
        END-IF.
        MOVE SPACE TO AR_CREDITS_RECORD.
        MOVE WK_LAST_CM TO ARC_NO.
        MOVE WK_TODAY TO ARC_DATE.
        MOVE WK_CUSTOMER TO ARC_CUSTOMER.
        MOVE WK_UNAPPLIED TO ARC_AMOUNT.
        WRITE AR_CREDITS_RECORD.
        CLOSE AR_CREDITS_FILE.
        EXIT.
*>赤伝台帳への追記(1明細1行)
    WRITE_MEMO_PROC.
        OPEN EXTEND CREDIT_MEMO_FILE.
        IF CREDIT_MEMO_STATUS NOT = "00"
            THEN
                OPEN OUTPUT CREDIT_MEMO_FILE
        END-IF.
        PERFORM VARYING REQ_IDX FROM WK_REQ_NO BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
            IF CRQ_DATE = WK_KEY_DATE AND CRQ_TIME = WK_KEY_TIME
                    AND CRQ_MAKER = WK_KEY_MAKER
                    AND CRQ_INVOICE = WK_KEY_INVOICE
                THEN
                    MOVE SPACE TO CREDIT_MEMO_RECORD
                    MOVE WK_LAST_CM TO CMR_NO
                    MOVE WK_TODAY TO CMR_DATE
                    MOVE WK_CUSTOMER TO CMR_CUSTOMER
                    MOVE WK_KEY_INVOICE TO CMR_INVOICE
                    MOVE CRQ_TYPE TO CMR_TYPE
                    MOVE CRQ_HINBAN TO CMR_HINBAN
                    MOVE CRQ_LOT TO CMR_LOT
                    MOVE CRQ_QTY TO CMR_QTY
                    MOVE CRQ_NET TO CMR_NET
                    MOVE CRQ_TAX_CLASS TO CMR_TAX_CLASS
                    MOVE CRQ_TAX_RATE TO CMR_TAX_RATE
                    MOVE CRQ_RESTOCK TO CMR_RESTOCK
                    MOVE WK_MEMO_TAX TO CMR_MEMO_TAX
                    MOVE WK_MEMO_TOTAL TO CMR_MEMO_TOTAL
                    MOVE WK_APPLIED TO CMR_APPLIED
                    MOVE WK_DISPOSITION TO CMR_DISPOSITION
                    MOVE WK_KEY_MAKER TO CMR_MAKER
                    MOVE WK_SO_OPERATOR TO CMR_APPROVER
                    MOVE WK_REASON TO CMR_REASON
                    WRITE CREDIT_MEMO_RECORD
            END-IF
        END-PERFORM.
        CLOSE CREDIT_MEMO_FILE.
        EXIT.
*>税率区分別の税抜金額と税額の追記(消費税集計APPLICATION_129_OUTPUT_TAXが読む)
    WRITE_MEMO_TAX_PROC.
        OPEN EXTEND CREDIT_MEMO_TAX_FILE.
        IF CREDIT_MEMO_TAX_STATUS NOT = "00"
            THEN
                OPEN OUTPUT CREDIT_MEMO_TAX_FILE
        END-IF.
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            MOVE SPACE TO CREDIT_MEMO_TAX_RECORD
            MOVE WK_LAST_CM TO CMT_NO
            MOVE WK_TODAY TO CMT_DATE
            MOVE WK_CUSTOMER TO CMT_CUSTOMER
            MOVE BNT_TAX_CLASS(BND_IDX) TO CMT_TAX_CLASS
            MOVE BNT_TAX_RATE(BND_IDX) TO CMT_TAX_RATE
            MOVE BNT_NET(BND_IDX) TO CMT_NET
            MOVE BNT_TAX(BND_IDX) TO CMT_TAX
            MOVE WK_REG_NO TO CMT_REG_NO
            WRITE CREDIT_MEMO_TAX_RECORD
        END-PERFORM.
        CLOSE CREDIT_MEMO_TAX_FILE.
        EXIT.
*>在庫へ戻す返品の得意先返品移動("C")の追記(夜間のAPPLICATION_43_STOCK_MOVESが反映する)
    WRITE_MOVEMENT_PROC.
        MOVE "N" TO SW_MOVE_OPEN.
        PERFORM VARYING REQ_IDX FROM WK_REQ_NO BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
            IF CRQ_DATE = WK_KEY_DATE AND CRQ_TIME = WK_KEY_TIME
                    AND CRQ_MAKER = WK_KEY_MAKER
                    AND CRQ_INVOICE = WK_KEY_INVOICE
                    AND CRQ_TYPE = "R" AND CRQ_RESTOCK = "Y"
                    AND CRQ_QTY > ZERO
                THEN
                    IF SW_MOVE_OPEN NOT = "Y"
                        THEN
                            OPEN EXTEND MOVEMENT_FILE
                            IF MOVEMENT_STATUS NOT = "00"
                                THEN
                                    OPEN OUTPUT MOVEMENT_FILE
                            END-IF
                            MOVE "Y" TO SW_MOVE_OPEN
                    END-IF
                    MOVE SPACE TO MOVEMENT_RECORD
                    MOVE "C" TO MOVE_TYPE
                    MOVE CRQ_WAREHOUSE TO MOVE_WAREHOUSE
                    MOVE CRQ_BIN TO MOVE_BIN
                    MOVE CRQ_SHELF TO MOVE_SHELF
                    MOVE CRQ_QTY TO MOVE_QTY
                    MOVE ZERO TO MOVE_TO_WAREHOUSE MOVE_TO_BIN MOVE_TO_SHELF
                    MOVE CRQ_LOT TO MOVE_LOT
                    WRITE MOVEMENT_RECORD
            END-IF
        END-PERFORM.
        IF SW_MOVE_OPEN = "Y"
            THEN
                CLOSE MOVEMENT_FILE
        END-IF.
        EXIT.
*>赤伝1件分の仕訳(売上と仮受消費税の戻し、売掛金の減額)
    WRITE_GL_BATCH_PROC.
        IF SW_GL_OPEN NOT = "Y"
            THEN
                OPEN EXTEND GL_TRANS_FILE
                IF GL_TRANS_STATUS NOT = "00"
                    THEN
                        OPEN OUTPUT GL_TRANS_FILE
                END-IF
                MOVE "Y" TO SW_GL_OPEN
        END-IF.
        MOVE SPACE TO GL_TRANS_RECORD.
        MOVE 4000 TO GLT_ACCOUNT.
        MOVE "D" TO GLT_DC.
        MOVE WK_MEMO_NET TO GLT_AMOUNT.
        PERFORM WRITE_GL_PROC.
        MOVE SPACE TO GL_TRANS_RECORD.
        MOVE 2400 TO GLT_ACCOUNT.
        MOVE "D" TO GLT_DC.
        MOVE WK_MEMO_TAX TO GLT_AMOUNT.
        PERFORM WRITE_GL_PROC.
        MOVE SPACE TO GL_TRANS_RECORD.
        MOVE 1100 TO GLT_ACCOUNT.
        MOVE "C" TO GLT_DC.
        MOVE WK_MEMO_TOTAL TO GLT_AMOUNT.
        PERFORM WRITE_GL_PROC.
        EXIT.
*>共通.仕訳1行の書き出し(金額0の行は書かない)
    WRITE_GL_PROC.
        IF GLT_AMOUNT = ZERO
            THEN
                EXIT PARAGRAPH
        END-IF.
        MOVE WK_TODAY TO GLT_DATE.
        MOVE WK_SOURCE TO GLT_SOURCE.
        MOVE WK_LAST_CM(2:5) TO GLT_REFERENCE.
        WRITE GL_TRANS_RECORD.
        ADD 1 TO WK_BATCH_CNT.
        IF GLT_DC = "D"
            THEN
                ADD GLT_AMOUNT TO WK_BATCH_DEBIT
            ELSE
                ADD GLT_AMOUNT TO WK_BATCH_CREDIT
        END-IF.
        EXIT.
*>共通.バッチ制御トレーラの書き出し
    WRITE_TRAILER_PROC.
        MOVE SPACE TO GL_TRANS_TRAILER.
        MOVE "TRAILER" TO GLH_TAG.
        MOVE WK_SOURCE TO GLH_SOURCE.
        MOVE WK_BATCH_CNT TO GLH_CNT.
        MOVE WK_BATCH_DEBIT TO GLH_DEBIT.
        MOVE WK_BATCH_CREDIT TO GLH_CREDIT.
        WRITE GL_TRANS_TRAILER.
        DISPLAY "GL BATCH " WK_SOURCE " LINES:" WK_BATCH_CNT
            " D:" WK_BATCH_DEBIT " C:" WK_BATCH_CREDIT.
        EXIT.
*>赤伝の印刷(1件1ページ。印刷ファイルは最初の1件で開く)
    PRINT_MEMO_PROC.
        IF SW_PRINT_OPEN NOT = "Y"
            THEN
                OPEN OUTPUT PRINT_FILE
                MOVE "Y" TO SW_PRINT_OPEN
        END-IF.
        MOVE WK_LAST_CM TO CRM_NO.
        MOVE WK_TODAY TO CRM_DATE.
        WRITE PRINT_RECORD FROM CRM_TITLE_LINE AFTER PAGE.
        MOVE WK_CUSTOMER TO CRM_CUSTOMER.
        MOVE SPACE TO CRM_CUST_NAME.
        SET CUS_IDX TO 1.
        SEARCH CUS_TBL
            AT END
                CONTINUE
            WHEN CST_CODE(CUS_IDX) = WK_CUSTOMER
                MOVE CST_NAME(CUS_IDX) TO CRM_CUST_NAME
        END-SEARCH.
        WRITE PRINT_RECORD FROM CRM_TO_LINE AFTER 2 LINE.
        MOVE WK_ISSUER TO CRM_ISSUER.
        MOVE WK_REG_NO TO CRM_REG_NO.
        WRITE PRINT_RECORD FROM CRM_FROM_LINE AFTER 1 LINE.
        MOVE WK_KEY_INVOICE TO CRM_INVOICE.
        MOVE WK_REASON TO CRM_REASON.
        WRITE PRINT_RECORD FROM CRM_REF_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM CRM_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING REQ_IDX FROM WK_REQ_NO BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
            IF CRQ_DATE = WK_KEY_DATE AND CRQ_TIME = WK_KEY_TIME
                    AND CRQ_MAKER = WK_KEY_MAKER
                    AND CRQ_INVOICE = WK_KEY_INVOICE
                THEN
                    IF CRQ_TYPE = "R"
                        THEN
                            MOVE "RETURN" TO CRM_TYPE
                        ELSE
                            MOVE "PRICE" TO CRM_TYPE
                    END-IF
                    MOVE CRQ_HINBAN TO CRM_HINBAN
                    MOVE CRQ_LOT TO CRM_LOT
                    MOVE CRQ_QTY TO CRM_QTY
                    MOVE CRQ_NET TO CRM_AMOUNT
                    MOVE CRQ_TAX_RATE TO CRM_RATE
                    MOVE SPACE TO CRM_REDUCED_MARK
                    IF CRQ_TAX_CLASS NOT = "S"
                        THEN
                            MOVE CRQ_TAX_CLASS TO CRM_REDUCED_MARK
                    END-IF
                    MOVE SPACE TO CRM_RESTOCK
                    IF CRQ_TYPE = "R" AND CRQ_RESTOCK = "Y"
                        THEN
                            MOVE "RESTOCKED" TO CRM_RESTOCK
                    END-IF
                    WRITE PRINT_RECORD FROM CRM_DETAIL_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        PERFORM VARYING BND_IDX FROM 1 BY 1
                UNTIL BND_IDX > BND_TBL_SIZE
            MOVE BNT_TAX_RATE(BND_IDX) TO CRM_BAND_RATE
            MOVE BNT_TAX_CLASS(BND_IDX) TO CRM_BAND_CLASS
            MOVE BNT_NET(BND_IDX) TO CRM_BAND_NET
            MOVE BNT_TAX(BND_IDX) TO CRM_BAND_TAX
            IF BND_IDX = 1
                THEN
                    WRITE PRINT_RECORD FROM CRM_BAND_LINE AFTER 2 LINE
                ELSE
                    WRITE PRINT_RECORD FROM CRM_BAND_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        MOVE WK_MEMO_TOTAL TO CRM_TOTAL.
        MOVE WK_MEMO_TAX TO CRM_TOTAL_TAX.
        WRITE PRINT_RECORD FROM CRM_TOTAL_LINE AFTER 2 LINE.
        MOVE WK_APPLIED TO CRM_APPLIED.
        MOVE WK_UNAPPLIED TO CRM_UNAPPLIED.
        WRITE PRINT_RECORD FROM CRM_APPLIED_LINE AFTER 1 LINE.
        EXIT.
*>判断1件分を承認ログへ残す(日時・承認者・判断・起票者・請求番号・赤伝番号・金額)
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
        MOVE WK_KEY_MAKER TO APL_MAKER.
        MOVE WK_KEY_INVOICE TO APL_INVOICE.
        IF CONSOLE_DECISION = "A"
            THEN
                MOVE WK_LAST_CM TO APL_MEMO_NO
                MOVE WK_MEMO_TOTAL TO APL_AMOUNT
            ELSE
                MOVE ZERO TO APL_MEMO_NO
                MOVE WK_MEMO_NET TO APL_AMOUNT
        END-IF.
        WRITE APPROVAL_LOG_RECORD.
        EXIT.
*>承認待ちの読み込み
    LOAD_REQUEST_PROC.
        OPEN INPUT CREDIT_REQUEST_FILE.
        IF CREDIT_REQUEST_STATUS = "00"
            THEN
                PERFORM UNTIL CREDIT_REQUEST_STATUS NOT = "00"
                    READ CREDIT_REQUEST_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF REQ_TBL_SIZE < 500
                                THEN
                                    ADD 1 TO REQ_TBL_SIZE
                                    MOVE CREDIT_REQUEST_RECORD
                                        TO RQT_RECORD(REQ_TBL_SIZE)
                                    MOVE SPACE
                                        TO RQT_DECISION(REQ_TBL_SIZE)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CREDIT_REQUEST_FILE
        END-IF.
        EXIT.
*>承認待ちの書き戻し(承認・却下した赤伝を外し、保留と未判断を残す)
    SAVE_REQUEST_PROC.
        OPEN OUTPUT CREDIT_REQUEST_FILE.
        PERFORM VARYING REQ_IDX FROM 1 BY 1
                UNTIL REQ_IDX > REQ_TBL_SIZE
            IF RQT_DECISION(REQ_IDX) NOT = "A"
                    AND RQT_DECISION(REQ_IDX) NOT = "J"
                THEN
                    MOVE RQT_RECORD(REQ_IDX) TO CREDIT_REQUEST_RECORD
                    WRITE CREDIT_REQUEST_RECORD
            END-IF
        END-PERFORM.
        CLOSE CREDIT_REQUEST_FILE.
        EXIT.
*>売掛未消込台帳の読み込み
    LOAD_AR_PROC.
        OPEN INPUT AR_OPEN_ITEMS_FILE.
        IF AR_OPEN_ITEMS_STATUS = "00"
            THEN
                PERFORM UNTIL AR_OPEN_ITEMS_STATUS NOT = "00"
                    READ AR_OPEN_ITEMS_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF AR_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO AR_TBL_SIZE
                                    SET AR_IDX TO AR_TBL_SIZE
                                    MOVE ARO_NO TO ART_NO(AR_IDX)
                                    MOVE ARO_DATE TO ART_DATE(AR_IDX)
                                    MOVE ARO_CUSTOMER
                                        TO ART_CUSTOMER(AR_IDX)
                                    MOVE ARO_AMOUNT TO ART_AMOUNT(AR_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AR_OPEN_ITEMS_FILE
        END-IF.
        EXIT.
*>売掛未消込台帳の書き戻し(残額0になった請求は外す)
    SAVE_AR_PROC.
        OPEN OUTPUT AR_OPEN_ITEMS_FILE.
        PERFORM VARYING AR_IDX FROM 1 BY 1
                UNTIL AR_IDX > AR_TBL_SIZE
            IF ART_AMOUNT(AR_IDX) > ZERO
                THEN
                    MOVE SPACE TO AR_OPEN_ITEMS_RECORD
                    MOVE ART_NO(AR_IDX) TO ARO_NO
                    MOVE ART_DATE(AR_IDX) TO ARO_DATE
                    MOVE ART_CUSTOMER(AR_IDX) TO ARO_CUSTOMER
                    MOVE ART_AMOUNT(AR_IDX) TO ARO_AMOUNT
                    WRITE AR_OPEN_ITEMS_RECORD
            END-IF
        END-PERFORM.
        CLOSE AR_OPEN_ITEMS_FILE.
        EXIT.
*>赤伝番号の採番管理の読み込み(無ければ000000から始める)
    LOAD_CM_CONTROL_PROC.
        OPEN INPUT CM_CONTROL_FILE.
        IF CM_CONTROL_STATUS = "00"
            THEN
                READ CM_CONTROL_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF CMC_LAST_NO IS NUMERIC
                            THEN
                                MOVE CMC_LAST_NO TO WK_LAST_CM
                        END-IF
                END-READ
                CLOSE CM_CONTROL_FILE
        END-IF.
        EXIT.
*>赤伝番号の採番管理の書き戻し
    SAVE_CM_CONTROL_PROC.
        OPEN OUTPUT CM_CONTROL_FILE.
        MOVE WK_LAST_CM TO CMC_LAST_NO.
        WRITE CM_CONTROL_RECORD.
        CLOSE CM_CONTROL_FILE.
        EXIT.
*>登録番号・発行者名と得意先名の読み込み
    LOAD_PARM_PROC.
        OPEN INPUT INVOICE_PARM_FILE.
        IF INVOICE_PARM_STATUS = "00"
            THEN
                READ INVOICE_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE IVP_REG_NO TO WK_REG_NO
                        MOVE IVP_ISSUER TO WK_ISSUER
                END-READ
                CLOSE INVOICE_PARM_FILE
        END-IF.
        OPEN INPUT CUSTOMER_MASTER_FILE.
        IF CUSTOMER_MASTER_STATUS = "00"
            THEN
                PERFORM UNTIL CUSTOMER_MASTER_STATUS NOT = "00"
                    READ CUSTOMER_MASTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF CUS_TBL_SIZE < 999
                                THEN
                                    ADD 1 TO CUS_TBL_SIZE
                                    SET CUS_IDX TO CUS_TBL_SIZE
                                    MOVE CU_CODE TO CST_CODE(CUS_IDX)
                                    MOVE CU_NAME TO CST_NAME(CUS_IDX)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER_MASTER_FILE
        END-IF.
        EXIT.
*>CreditRequests.txtの1行 = 起票日(8) 起票時刻(8) 起票者(5) 請求番号(6) 得意先(5)
*>種別(1:R=返品 P=値引) 品番(5) ロット(6) 数量(5) 税抜金額(9) 税区分(1) 税率(2)
*>在庫戻し(1:Y/N) 戻し先の倉庫(2)棚(2)段(2) 売掛の処理(1:R/U) 理由(20)
*>CreditMemos.txtの1行 = 赤伝番号(6) 発行日(8) 得意先(5) 請求番号(6) 種別(1) 品番(5)
*>ロット(6) 数量(5) 税抜金額(9) 税区分(1) 税率(2) 在庫戻し(1) 赤伝の消費税額(9)
*>赤伝の税込合計(9) 請求への充当額(9) 売掛の処理(1) 起票者(5) 承認者(5) 理由(20)
*>CreditMemoTax.txtの1行 = 赤伝番号(6) 発行日(8) 得意先(5) 税区分(1) 税率(2)
*>税抜金額(9) 消費税額(9) 登録番号(14)
*>ArCredits.txtの1行 = 赤伝番号(6) 発行日(8) 得意先(5) 未充当額(9)
*>(ArOpenItems.txtと同じ並び。入金消込での充当は担当者が行う)
*>CreditMemoControl.txtの1行 = 最後に発行した赤伝番号(6)
*>CreditApprovalLog.txtの1行 = 日付(8) 時刻(8) 承認者(5) 判断(8:APPROVE/REJECT)
*>起票者(5) 請求番号(6) 赤伝番号(6:却下は0) 金額(9:承認は税込、却下は税抜)
*>起票者本人は承認できない(画面に表示して保留扱い)
*>売掛未消込台帳・未充当の貸方はAPPLICATION_86_CASH_APPLYと同時に動かさないこと
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
