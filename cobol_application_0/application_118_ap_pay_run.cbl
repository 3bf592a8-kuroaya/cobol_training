*>仕入先支払実行 支払承認(APPLICATION_117_AP_PAY_APPROVE)で"A"になった
*>買掛伝票を仕入先ごとに合計し、給与振込(APPLICATION_97_BANK_TRANSMIT)と
*>同じ銀行指定の固定長形式で仕入先振込ファイル(SupplierTransmit.txt)を作る
*>  ヘッダ(種別1):会社コード+伝送日
*>  明細(種別2):銀行/支店/口座+仕入先コード+支払区分1+金額
*>  トレーラ(種別9):明細件数+金額合計
*>振込先は仕入先マスタ(SupplierMaster.txt)の口座。口座の無い仕入先は
*>SupplierTransmitReject.txtへ退避し、伝票は承認済みのまま次回に持ち越す
*>振り込んだ伝票は"P"(支払済)と支払日を書き戻し、作成した振込ファイルは
*>TRANSMIT_LOGで伝送登録簿へ記録する。会社コードはTransmitParm.txt(無ければ0001)
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_118_AP_PAY_RUN.
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
        SELECT TRANSMIT_PARM_FILE
            ASSIGN TO "TransmitParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRANSMIT_PARM_STATUS.
        SELECT BANK_TRANSMIT_FILE
            ASSIGN TO "SupplierTransmit.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT TRANSMIT_REJECT_FILE
            ASSIGN TO "SupplierTransmitReject.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
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
        FD TRANSMIT_PARM_FILE.
        01 TRANSMIT_PARM_RECORD.
            05 TRANSMIT_PARM_COMPANY PIC X(04).
*>銀行指定の固定長レコード(APPLICATION_97_BANK_TRANSMITと同じ40桁。
*>従業員欄には仕入先コードを載せる)
        FD BANK_TRANSMIT_FILE.
        01 BANK_TRANSMIT_RECORD PIC X(40).
        01 TRANSMIT_HEADER_VIEW REDEFINES BANK_TRANSMIT_RECORD.
            05 TRH_TYPE PIC X(01).
            05 TRH_COMPANY PIC X(04).
            05 TRH_DATE PIC 9(08).
            05 FILLER PIC X(27).
        01 TRANSMIT_DETAIL_VIEW REDEFINES BANK_TRANSMIT_RECORD.
            05 TRD_TYPE PIC X(01).
            05 TRD_BANK PIC X(04).
            05 TRD_BRANCH PIC X(03).
            05 TRD_ACCOUNT PIC X(07).
            05 TRD_EMPLOYEE PIC X(05).
            05 TRD_PAY_KIND PIC X(01).
            05 TRD_AMOUNT PIC 9(10).
            05 FILLER PIC X(09).
        01 TRANSMIT_TRAILER_VIEW REDEFINES BANK_TRANSMIT_RECORD.
            05 TRT_TYPE PIC X(01).
            05 TRT_CNT PIC 9(07).
            05 TRT_TOTAL PIC 9(13).
            05 FILLER PIC X(19).
        FD TRANSMIT_REJECT_FILE.
        01 TRANSMIT_REJECT_RECORD.
            05 TRJ_SUPPLIER PIC X(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TRJ_AMOUNT PIC 9(13).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TRJ_REASON PIC X(25).
    WORKING-STORAGE SECTION.
        01 AP_OPEN_ITEM_STATUS PIC XX.
        01 SUPPLIER_MASTER_STATUS PIC XX.
        01 TRANSMIT_PARM_STATUS PIC XX.
        01 WK_COMPANY PIC X(04) VALUE "0001".
        01 WK_TRANSMIT_DATE PIC 9(08).
*>買掛明細テーブル(支払済にした伝票を書き戻す)
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
                10 AOT_DONE PIC X(01).
*>振込先口座テーブル(口座の登録された仕入先だけ積む)
        01 ACCT_TBL_MASTER.
            05 ACCT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ACCT_TBL OCCURS 0 TO 200
                DEPENDING ON ACCT_TBL_SIZE
                INDEXED BY ACCT_IDX.
                10 ATB_SUPPLIER PIC X(05).
                10 ATB_BANK PIC X(04).
                10 ATB_BRANCH PIC X(03).
                10 ATB_ACCOUNT PIC X(07).
*>仕入先1社分の集計エリア
        01 WK_APO_NO PIC 9(04).
        01 WK_SUPPLIER PIC X(05).
        01 WK_SUPP_TOTAL PIC 9(13).
        01 WK_DETAIL_CNT PIC 9(07) VALUE ZERO.
        01 WK_AMOUNT_TOTAL PIC 9(13) VALUE ZERO.
        01 WK_PAID_VOUCHER_CNT PIC 9(05) VALUE ZERO.
        01 WK_REJECT_CNT PIC 9(05) VALUE ZERO.
        01 SW_PAY PIC X(01).
*>伝送登録簿への受け渡しエリア
        01 WK_TL_AREA.
            05 WK_TL_MODE PIC X(01) VALUE "L".
            05 WK_TL_DIRECTION PIC X(01) VALUE "O".
            05 WK_TL_FILE PIC X(30) VALUE "SupplierTransmit.txt".
            05 WK_TL_COUNT PIC 9(07).
            05 WK_TL_TOTAL PIC 9(13).
PROCEDURE DIVISION.
    AP_PAY_RUN_RTN SECTION.
    *>初期処理(会社コード・振込先口座・買掛明細の読み込み、ヘッダの書き出し)
        CALL "BUSINESS_DATE" USING WK_TRANSMIT_DATE.
        PERFORM PARM-RTN.
        PERFORM LOAD-ACCT-RTN.
        PERFORM LOAD-AP-RTN.
        IF APO_TBL_SIZE = ZERO
            THEN
                DISPLAY "AP OPEN ITEMS NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
        OPEN OUTPUT BANK_TRANSMIT_FILE.
        OPEN OUTPUT TRANSMIT_REJECT_FILE.
        MOVE SPACE TO BANK_TRANSMIT_RECORD.
        MOVE "1" TO TRH_TYPE.
        MOVE WK_COMPANY TO TRH_COMPANY.
        MOVE WK_TRANSMIT_DATE TO TRH_DATE.
        WRITE BANK_TRANSMIT_RECORD.
    *>主処理(承認済み伝票を仕入先ごとに合計して振込明細1件にする)
        PERFORM VARYING WK_APO_NO FROM 1 BY 1
                UNTIL WK_APO_NO > APO_TBL_SIZE
            IF AOT_STATUS(WK_APO_NO) = "A"
                    AND AOT_DONE(WK_APO_NO) NOT = "Y"
                THEN
                    PERFORM PAY-SUPPLIER-RTN
            END-IF
        END-PERFORM.
    *>終了処理(トレーラの書き出し、クローズ、買掛明細の書き戻し)
        MOVE SPACE TO BANK_TRANSMIT_RECORD.
        MOVE "9" TO TRT_TYPE.
        MOVE WK_DETAIL_CNT TO TRT_CNT.
        MOVE WK_AMOUNT_TOTAL TO TRT_TOTAL.
        WRITE BANK_TRANSMIT_RECORD.
        CLOSE BANK_TRANSMIT_FILE.
        CLOSE TRANSMIT_REJECT_FILE.
        PERFORM SAVE-AP-RTN.
*>伝送ファイルの作成を伝送登録簿へ記録する
        MOVE WK_DETAIL_CNT TO WK_TL_COUNT.
        MOVE WK_AMOUNT_TOTAL TO WK_TL_TOTAL.
        CALL "TRANSMIT_LOG" USING WK_TL_MODE WK_TL_DIRECTION
            WK_TL_FILE WK_TL_COUNT WK_TL_TOTAL.
        DISPLAY "SUPPLIER PAYMENTS BUILT. DETAILS:" WK_DETAIL_CNT
            " VOUCHERS:" WK_PAID_VOUCHER_CNT
            " REJECTED:" WK_REJECT_CNT.
        IF WK_REJECT_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE ZERO TO RETURN-CODE
        END-IF.
        STOP RUN.
    AP_PAY_RUN_EXIT.
    *>1.仕入先1社分の支払(口座が解決できた場合のみ明細を書き、伝票を支払済にする)
    PAY-SUPPLIER-RTN SECTION.
        MOVE AOT_SUPPLIER(WK_APO_NO) TO WK_SUPPLIER.
        MOVE ZERO TO WK_SUPP_TOTAL.
        PERFORM VARYING APO_IDX FROM WK_APO_NO BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            IF AOT_STATUS(APO_IDX) = "A"
                    AND AOT_SUPPLIER(APO_IDX) = WK_SUPPLIER
                THEN
                    MOVE "Y" TO AOT_DONE(APO_IDX)
                    ADD AOT_AMOUNT(APO_IDX) TO WK_SUPP_TOTAL
            END-IF
        END-PERFORM.
        MOVE SPACE TO SW_PAY.
        SET ACCT_IDX TO 1.
        SEARCH ACCT_TBL
            AT END
                MOVE SPACE TO TRANSMIT_REJECT_RECORD
                MOVE WK_SUPPLIER TO TRJ_SUPPLIER
                MOVE WK_SUPP_TOTAL TO TRJ_AMOUNT
                MOVE "NO SUPPLIER BANK ACCOUNT" TO TRJ_REASON
                WRITE TRANSMIT_REJECT_RECORD
                ADD 1 TO WK_REJECT_CNT
            WHEN ATB_SUPPLIER(ACCT_IDX) = WK_SUPPLIER
                MOVE "Y" TO SW_PAY
        END-SEARCH.
        IF SW_PAY NOT = "Y" OR WK_SUPP_TOTAL = ZERO
            THEN
                GO TO PAY-SUPPLIER-EXIT
        END-IF.
        MOVE SPACE TO BANK_TRANSMIT_RECORD.
        MOVE "2" TO TRD_TYPE.
        MOVE ATB_BANK(ACCT_IDX) TO TRD_BANK.
        MOVE ATB_BRANCH(ACCT_IDX) TO TRD_BRANCH.
        MOVE ATB_ACCOUNT(ACCT_IDX) TO TRD_ACCOUNT.
        MOVE WK_SUPPLIER TO TRD_EMPLOYEE.
        MOVE "1" TO TRD_PAY_KIND.
        MOVE WK_SUPP_TOTAL TO TRD_AMOUNT.
        WRITE BANK_TRANSMIT_RECORD.
        ADD 1 TO WK_DETAIL_CNT.
        ADD WK_SUPP_TOTAL TO WK_AMOUNT_TOTAL.
        PERFORM VARYING APO_IDX FROM WK_APO_NO BY 1
                UNTIL APO_IDX > APO_TBL_SIZE
            IF AOT_STATUS(APO_IDX) = "A"
                    AND AOT_SUPPLIER(APO_IDX) = WK_SUPPLIER
                THEN
                    MOVE "P" TO AOT_STATUS(APO_IDX)
                    MOVE WK_TRANSMIT_DATE TO AOT_PAID_DATE(APO_IDX)
                    ADD 1 TO WK_PAID_VOUCHER_CNT
            END-IF
        END-PERFORM.
    PAY-SUPPLIER-EXIT.
    *>2.振込先口座の読み込み(取引中で口座の登録された仕入先のみ)
    LOAD-ACCT-RTN SECTION.
        OPEN INPUT SUPPLIER_MASTER_FILE.
        IF SUPPLIER_MASTER_STATUS NOT = "00"
            THEN
                DISPLAY "SUPPLIER MASTER NOT FOUND."
                    " ALL PAYMENTS WILL REJECT."
                GO TO LOAD-ACCT-EXIT
        END-IF.
        PERFORM UNTIL SUPPLIER_MASTER_STATUS NOT = "00"
            READ SUPPLIER_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SUP_ACCOUNT NOT = SPACE AND ACCT_TBL_SIZE < 200
                        THEN
                            ADD 1 TO ACCT_TBL_SIZE
                            SET ACCT_IDX TO ACCT_TBL_SIZE
                            MOVE SUP_CODE TO ATB_SUPPLIER(ACCT_IDX)
                            MOVE SUP_BANK TO ATB_BANK(ACCT_IDX)
                            MOVE SUP_BRANCH TO ATB_BRANCH(ACCT_IDX)
                            MOVE SUP_ACCOUNT TO ATB_ACCOUNT(ACCT_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE SUPPLIER_MASTER_FILE.
    LOAD-ACCT-EXIT.
    *>3.会社コードパラメータの読み込み(無ければ0001)
    PARM-RTN SECTION.
        OPEN INPUT TRANSMIT_PARM_FILE.
        IF TRANSMIT_PARM_STATUS = "00"
            THEN
                READ TRANSMIT_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF TRANSMIT_PARM_COMPANY NOT = SPACES
                            THEN
                                MOVE TRANSMIT_PARM_COMPANY
                                    TO WK_COMPANY
                        END-IF
                END-READ
                CLOSE TRANSMIT_PARM_FILE
        END-IF.
    PARM-EXIT.
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
                            MOVE SPACE TO AOT_DONE(APO_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AP_OPEN_ITEM_FILE.
    LOAD-AP-EXIT.
    *>5.買掛明細の書き戻し(振り込んだ伝票は"P"と支払日)
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
*>SupplierTransmit.txtの固定長40桁(BankTransmit.txtと同じ形式):
*>  種別1 = ヘッダ:会社コード(4) 伝送日(8)
*>  種別2 = 明細:銀行(4) 支店(3) 口座(7) 仕入先(5) 支払区分(1:1=振込) 金額(10)
*>  種別9 = トレーラ:明細件数(7) 金額合計(13)
*>SupplierTransmitReject.txtの1行 = 仕入先(5) 金額(13) 理由(25)
*>RETURN-CODE 0=全件振込 4=リジェクトあり 16=買掛明細なし
