*>支払提案 買掛明細(ApOpenItems.txt)のうち、指定日(ApPaymentParm.txt、
*>無ければ業務日付)までに支払期日が来る未払伝票を選び、仕入先ごとに
*>支払提案書(PaymentProposal.txt)へ印字する
*>選んだ伝票は状態を"S"(支払提案中)にし、承認(APPLICATION_117_AP_PAY_APPROVE)で
*>"A"になったものだけが支払実行(APPLICATION_118_AP_PAY_RUN)で振り込まれる
*>前回の提案で承認されずに残った"S"の伝票も今回の提案に含めて印字する
*>振込先口座の無い仕入先は提案書に"NO BANK ACCOUNT"と印字する(承認されても
*>支払実行で振り込めないため、先に仕入先マスタ保守で口座を登録させる)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_116_AP_PROPOSAL.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT AP_OPEN_ITEM_FILE
            ASSIGN TO "ApOpenItems.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AP_OPEN_ITEM_STATUS.
        SELECT SUPPLIER_MASTER_FILE
            ASSIGN TO "SupplierMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUPPLIER_MASTER_STATUS.
*>支払対象の期日(この日までに期日が来る伝票を提案する)
        SELECT AP_PAYMENT_PARM_FILE
            ASSIGN TO "ApPaymentParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AP_PAYMENT_PARM_STATUS.
        SELECT PRINT_FILE ASSIGN TO "PaymentProposal.txt"
            FILE STATUS IS PRINT_STATUS.
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
        FD SUPPLIER_MASTER_FILE.
        01 SUPPLIER_MASTER_RECORD.
            05 SUP_CODE PIC X(05).
            05 SUP_NAME PIC X(20).
            05 SUP_LEAD_DAYS PIC 9(03).
            05 SUP_MIN_QTY PIC 9(05).
            05 SUP_TERMS PIC 9(02).
            05 SUP_STATUS PIC X(01).
            05 SUP_BANK PIC X(04).
            05 SUP_BRANCH PIC X(03).
            05 SUP_ACCOUNT PIC X(07).
        FD AP_PAYMENT_PARM_FILE.
        01 AP_PAYMENT_PARM_RECORD.
            05 APP_DUE_BY PIC X(08).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 AP_OPEN_ITEM_STATUS PIC XX.
        01 SUPPLIER_MASTER_STATUS PIC XX.
        01 AP_PAYMENT_PARM_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
*>買掛明細テーブル(状態を更新して全件を書き戻す)
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
                10 AOT_PRINTED PIC X(01).
*>仕入先マスタテーブル(名称と振込先口座の有無)
        01 SUPP_TBL_MASTER.
            05 SUPP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 SUPP_TBL OCCURS 0 TO 200
                DEPENDING ON SUPP_TBL_SIZE
                INDEXED BY SUPP_IDX.
                10 STB_CODE PIC X(05).
                10 STB_NAME PIC X(20).
                10 STB_ACCOUNT PIC X(07).
        01 WK_TODAY PIC 9(08).
        01 WK_DUE_BY PIC 9(08).
        01 WK_APO_NO PIC 9(04).
        01 WK_SUPPLIER PIC X(05).
        01 WK_SUPP_CNT PIC 9(05) VALUE ZERO.
        01 WK_SUPP_TOTAL PIC 9(13).
        01 WK_PROPOSED_CNT PIC 9(05) VALUE ZERO.
        01 WK_PROPOSED_TOTAL PIC 9(13) VALUE ZERO.
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "PaymentProposal.txt".
*>帳票行
        01 PP_TITLE_LINE.
            05 PIC X(30) VALUE "*** AP PAYMENT PROPOSAL ***   ".
            05 PIC X(08) VALUE "DUE BY: ".
            05 TTL_DUE_BY PIC 9(08).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 TTL_TODAY PIC 9(08).
            05 PIC X(12) VALUE SPACE.
        01 PP_SUPP_LINE.
            05 PIC X(10) VALUE "SUPPLIER: ".
            05 PPS_CODE PIC X(05).
            05 PIC X(01) VALUE SPACE.
            05 PPS_NAME PIC X(21).
            05 PPS_NOTE PIC X(20).
            05 PIC X(23) VALUE SPACE.
        01 PP_HEAD_LINE.
            05 PIC X(40) VALUE
                "  VOUCHER  PO    BOOKED    DUE DATE    ".
            05 PIC X(40) VALUE "       AMOUNT".
        01 PP_DETAIL_LINE.
            05 PIC X(02) VALUE SPACE.
            05 PPD_VOUCHER PIC 9(06).
            05 PIC X(02) VALUE SPACE.
            05 PPD_PO PIC X(04).
            05 PIC X(02) VALUE SPACE.
            05 PPD_DATE PIC 9(08).
            05 PIC X(02) VALUE SPACE.
            05 PPD_DUE_DATE PIC 9(08).
            05 PIC X(02) VALUE SPACE.
            05 PPD_AMOUNT PIC Z(10)9.
            05 PIC X(33) VALUE SPACE.
        01 PP_SUPP_TOTAL_LINE.
            05 PIC X(34) VALUE "  SUPPLIER TOTAL".
            05 PPT_AMOUNT PIC Z(12)9.
            05 PIC X(33) VALUE SPACE.
        01 PP_GRAND_LINE.
            05 PIC X(11) VALUE "VOUCHERS: ".
            05 PPG_CNT PIC ZZZZ9.
            05 PIC X(12) VALUE "  SUPPLIERS:".
            05 PPG_SUPP_CNT PIC ZZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 PPG_AMOUNT PIC Z(12)9.
            05 PIC X(33) VALUE SPACE.
PROCEDURE DIVISION.
    AP_PROPOSAL_RTN SECTION.
    *>初期処理(支払対象期日・仕入先マスタ・買掛明細の読み込み)
        CALL "BUSINESS_DATE" USING WK_TODAY.
        PERFORM PARM-RTN.
        PERFORM LOAD-SUPPLIER-RTN.
        PERFORM LOAD-AP-RTN.
        IF APO_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO AP OPEN ITEMS. NO PROPOSAL MADE."
                STOP RUN
        END-IF.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_DUE_BY TO TTL_DUE_BY.
        MOVE WK_TODAY TO TTL_TODAY.
        WRITE PRINT_RECORD FROM PP_TITLE_LINE AFTER PAGE.
    *>主処理(期日の来た未払伝票を選び、仕入先ごとにまとめて印字する)
        PERFORM VARYING APO_IDX FROM 1 BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            IF AOT_STATUS(APO_IDX) = "O"
                    AND AOT_DUE_DATE(APO_IDX) <= WK_DUE_BY
                THEN
                    MOVE "S" TO AOT_STATUS(APO_IDX)
            END-IF
        END-PERFORM.
        PERFORM VARYING WK_APO_NO FROM 1 BY 1
                UNTIL WK_APO_NO > APO_TBL_SIZE
            IF AOT_STATUS(WK_APO_NO) = "S"
                    AND AOT_PRINTED(WK_APO_NO) NOT = "Y"
                THEN
                    PERFORM PRINT-SUPPLIER-RTN
            END-IF
        END-PERFORM.
    *>終了処理(総合計の印字、買掛明細の書き戻し、スプール台帳への登録)
        MOVE WK_PROPOSED_CNT TO PPG_CNT.
        MOVE WK_SUPP_CNT TO PPG_SUPP_CNT.
        MOVE WK_PROPOSED_TOTAL TO PPG_AMOUNT.
        WRITE PRINT_RECORD FROM PP_GRAND_LINE AFTER 2 LINE.
        CLOSE PRINT_FILE.
        PERFORM SAVE-AP-RTN.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        DISPLAY "PAYMENT PROPOSAL MADE. VOUCHERS: " WK_PROPOSED_CNT
            " AMOUNT: " WK_PROPOSED_TOTAL.
        STOP RUN.
    AP_PROPOSAL_EXIT.
    *>1.仕入先1社分の印字(仕入先見出し→伝票明細→仕入先合計)
    PRINT-SUPPLIER-RTN SECTION.
        MOVE AOT_SUPPLIER(WK_APO_NO) TO WK_SUPPLIER.
        ADD 1 TO WK_SUPP_CNT.
        MOVE ZERO TO WK_SUPP_TOTAL.
        MOVE WK_SUPPLIER TO PPS_CODE.
        MOVE SPACE TO PPS_NOTE.
        SET SUPP_IDX TO 1.
        SEARCH SUPP_TBL
            AT END
                MOVE "NOT IN MASTER" TO PPS_NAME
                MOVE "NO BANK ACCOUNT" TO PPS_NOTE
            WHEN STB_CODE(SUPP_IDX) = WK_SUPPLIER
                MOVE STB_NAME(SUPP_IDX) TO PPS_NAME
                IF STB_ACCOUNT(SUPP_IDX) = SPACE
                    THEN
                        MOVE "NO BANK ACCOUNT" TO PPS_NOTE
                END-IF
        END-SEARCH.
        WRITE PRINT_RECORD FROM PP_SUPP_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM PP_HEAD_LINE AFTER 1 LINE.
        PERFORM VARYING APO_IDX FROM WK_APO_NO BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            IF AOT_STATUS(APO_IDX) = "S"
                    AND AOT_SUPPLIER(APO_IDX) = WK_SUPPLIER
                THEN
                    MOVE "Y" TO AOT_PRINTED(APO_IDX)
                    MOVE AOT_VOUCHER(APO_IDX) TO PPD_VOUCHER
                    MOVE AOT_PO(APO_IDX) TO PPD_PO
                    MOVE AOT_DATE(APO_IDX) TO PPD_DATE
                    MOVE AOT_DUE_DATE(APO_IDX) TO PPD_DUE_DATE
                    MOVE AOT_AMOUNT(APO_IDX) TO PPD_AMOUNT
                    WRITE PRINT_RECORD FROM PP_DETAIL_LINE AFTER 1 LINE
                    ADD AOT_AMOUNT(APO_IDX) TO WK_SUPP_TOTAL
                    ADD 1 TO WK_PROPOSED_CNT
            END-IF
        END-PERFORM.
        MOVE WK_SUPP_TOTAL TO PPT_AMOUNT.
        WRITE PRINT_RECORD FROM PP_SUPP_TOTAL_LINE AFTER 1 LINE.
        ADD WK_SUPP_TOTAL TO WK_PROPOSED_TOTAL.
    PRINT-SUPPLIER-EXIT.
    *>2.支払対象期日の読み込み(無い・不正なら業務日付)
    PARM-RTN SECTION.
        MOVE WK_TODAY TO WK_DUE_BY.
        OPEN INPUT AP_PAYMENT_PARM_FILE.
        IF AP_PAYMENT_PARM_STATUS = "00"
            THEN
                READ AP_PAYMENT_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF APP_DUE_BY IS NUMERIC
                            THEN
                                MOVE APP_DUE_BY TO WK_DUE_BY
                        END-IF
                END-READ
                CLOSE AP_PAYMENT_PARM_FILE
        END-IF.
    PARM-EXIT.
    *>3.仕入先マスタの読み込み
    LOAD-SUPPLIER-RTN SECTION.
        OPEN INPUT SUPPLIER_MASTER_FILE.
        IF SUPPLIER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "SUPPLIER MASTER NOT FOUND."
                GO TO LOAD-SUPPLIER-EXIT
        END-IF.
        PERFORM UNTIL SUPPLIER_MASTER_STATUS NOT = "00"
            READ SUPPLIER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SUPP_TBL_SIZE < 200
                        THEN
                            ADD 1 TO SUPP_TBL_SIZE
                            SET SUPP_IDX TO SUPP_TBL_SIZE
                            MOVE SUP_CODE TO STB_CODE(SUPP_IDX)
                            MOVE SUP_NAME TO STB_NAME(SUPP_IDX)
                            MOVE SUP_ACCOUNT TO STB_ACCOUNT(SUPP_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SUPPLIER_MASTER_FILE.
    LOAD-SUPPLIER-EXIT.
    *>4.買掛明細の読み込み
    LOAD-AP-RTN SECTION.
        OPEN INPUT AP_OPEN_ITEM_FILE.
        IF AP_OPEN_ITEM_STATUS NOT = "00"
            THEN
                GO TO LOAD-AP-EXIT
        END-IF.
        PERFORM UNTIL AP_OPEN_ITEM_STATUS NOT = "00"
            READ AP_OPEN_ITEM_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF APO_TBL_SIZE < 9999
                        THEN
                            ADD 1 TO APO_TBL_SIZE
                            SET APO_IDX TO APO_TBL_SIZE
                            MOVE API_VOUCHER TO AOT_VOUCHER(APO_IDX)
                            MOVE API_DATE TO AOT_DATE(APO_IDX)
                            MOVE API_SUPPLIER TO AOT_SUPPLIER(APO_IDX)
                            MOVE API_PO TO AOT_PO(APO_IDX)
                            MOVE API_AMOUNT TO AOT_AMOUNT(APO_IDX)
                            MOVE API_DUE_DATE TO AOT_DUE_DATE(APO_IDX)
                            MOVE API_STATUS TO AOT_STATUS(APO_IDX)
                            MOVE API_PAID_DATE
                                TO AOT_PAID_DATE(APO_IDX)
                            MOVE SPACE TO AOT_PRINTED(APO_IDX)
                        ELSE
                            DISPLAY "AP TABLE FULL. ITEM NOT LOADED: "
                                API_VOUCHER
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AP_OPEN_ITEM_FILE.
    LOAD-AP-EXIT.
    *>5.買掛明細の書き戻し(提案した伝票は状態"S")
    SAVE-AP-RTN SECTION.
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
    SAVE-AP-EXIT.
*>ApPaymentParm.txtの1行 = 支払対象期日(8:YYYYMMDD)。無ければ業務日付
*>PaymentProposal.txt = 支払提案書(仕入先ごとの伝票明細と合計、最後に総合計)
*>提案した伝票は買掛明細の状態が"S"になり、承認待ちとなる
