*>売上消費税集計 請求処理(APPLICATION_85_INVOICING)が請求書1枚ごとに
*>税率区分別に書いた税抜金額と消費税額(InvoiceTax.txt)を、当月(業務日付の年月)分
*>について税区分×税率ごとに集計し、売上消費税集計表(OutputTaxSummary.txt)を出す
*>(消費税の申告で税率ごとの課税売上と売上税額を請求書から拾い直していた)
*>集計結果は申告用の税率別累計(TaxFiling.txt:年月×税区分×税率)へも書く
*>同じ月を再実行したときはその月の行を置き換える(他の月の行は残す)
*>当月の売上税額はAPPLICATION_93_GL_POSTと同じ形式でGlTransactions.txtへ
*>出所OTAXの仕訳として税率ごとに起票する
*>  借方1100(売掛金)/貸方2400(仮受消費税)
*>当月に発行した赤伝(APPLICATION_133_CREDIT_APPROVEのCreditMemoTax.txt)は
*>集計表に「LESS CREDIT MEMOS」として税区分×税率ごとに示し、申告用の累計には
*>請求から赤伝を差し引いた額を書く(赤伝の仮受消費税の戻しは赤伝発行時に
*>出所CRMEMで起票済みなので、ここでの仕訳は請求分のままとする)
*>月1回、月末の請求処理の後に実行する
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_129_OUTPUT_TAX.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INVOICE_TAX_FILE
            ASSIGN TO "InvoiceTax.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INVOICE_TAX_STATUS.
        SELECT OPTIONAL CREDIT_MEMO_TAX_FILE
            ASSIGN TO "CreditMemoTax.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREDIT_MEMO_TAX_STATUS.
        SELECT TAX_FILING_FILE
            ASSIGN TO "TaxFiling.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TAX_FILING_STATUS.
        SELECT PRINT_FILE ASSIGN TO "OutputTaxSummary.txt"
            FILE STATUS IS PRINT_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD INVOICE_TAX_FILE.
        01 INVOICE_TAX_RECORD.
            05 IVT_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 IVT_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 IVT_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 IVT_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01).
            05 IVT_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01).
            05 IVT_NET PIC 9(09).
            05 FILLER PIC X(01).
            05 IVT_TAX PIC 9(09).
            05 FILLER PIC X(01).
            05 IVT_REG_NO PIC X(14).
*>赤伝の税率区分別税抜金額と税額(InvoiceTax.txtと同じ並び)
        FD CREDIT_MEMO_TAX_FILE.
        01 CREDIT_MEMO_TAX_RECORD.
            05 CMT_NO PIC 9(06).
            05 FILLER PIC X(01).
            05 CMT_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 CMT_CUSTOMER PIC X(05).
            05 FILLER PIC X(01).
            05 CMT_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01).
            05 CMT_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01).
            05 CMT_NET PIC 9(09).
            05 FILLER PIC X(01).
            05 CMT_TAX PIC 9(09).
            05 FILLER PIC X(01).
            05 CMT_REG_NO PIC X(14).
        FD TAX_FILING_FILE.
        01 TAX_FILING_RECORD.
            05 TXF_PERIOD PIC X(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TXF_TAX_CLASS PIC X(01).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TXF_TAX_RATE PIC 9(02).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TXF_INV_CNT PIC 9(05).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TXF_NET PIC 9(11).
            05 FILLER PIC X(01) VALUE SPACE.
            05 TXF_TAX PIC 9(11).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
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
    WORKING-STORAGE SECTION.
        01 INVOICE_TAX_STATUS PIC XX.
        01 TAX_FILING_STATUS PIC XX.
        01 CREDIT_MEMO_TAX_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 PRINT_STATUS PIC XX.
        01 WK_POST_DATE PIC 9(08).
        01 WK_PERIOD PIC X(06).
*>税区分×税率ごとの当月集計
        01 OTX_TBL_MASTER.
            05 OTX_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 OTX_TBL OCCURS 0 TO 20
                DEPENDING ON OTX_TBL_SIZE
                INDEXED BY OTX_IDX.
                10 OTT_TAX_CLASS PIC X(01).
                10 OTT_TAX_RATE PIC 9(02).
                10 OTT_INV_CNT PIC 9(05).
                10 OTT_NET PIC 9(11).
                10 OTT_TAX PIC 9(11).
                10 OTT_CM_CNT PIC 9(05).
                10 OTT_CM_NET PIC 9(11).
                10 OTT_CM_TAX PIC 9(11).
*>申告用累計のうち当月以外の行(書き戻しで残す)
        01 TXF_TBL_MASTER.
            05 TXF_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 TXF_TBL OCCURS 0 TO 600
                DEPENDING ON TXF_TBL_SIZE
                INDEXED BY TXF_IDX.
                10 TFT_LINE PIC X(41).
        01 WK_TOTAL_NET PIC 9(11) VALUE ZERO.
        01 WK_TOTAL_TAX PIC 9(11) VALUE ZERO.
        01 WK_CM_NET PIC 9(11) VALUE ZERO.
        01 WK_CM_TAX PIC 9(11) VALUE ZERO.
        01 WK_CM_LINE_CNT PIC 9(05) VALUE ZERO.
        01 WK_CM_OVER_CNT PIC 9(05) VALUE ZERO.
        01 WK_FILING_NET PIC 9(11).
        01 WK_FILING_TAX PIC 9(11).
        01 WK_LINE_CNT PIC 9(05) VALUE ZERO.
        01 WK_SKIP_CNT PIC 9(05) VALUE ZERO.
        01 WK_NOREG_CNT PIC 9(05) VALUE ZERO.
        01 WK_FILING_OVER_CNT PIC 9(05) VALUE ZERO.
*>仕訳バッチ1本分の制御合計
        01 WK_BATCH_CNT PIC 9(07).
        01 WK_BATCH_DEBIT PIC 9(13).
        01 WK_BATCH_CREDIT PIC 9(13).
        01 WK_SOURCE PIC X(05) VALUE "OTAX".
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "OutputTaxSummary.txt".
*>帳票行(見出し/明細/合計)
        01 OTX_HEADER_LINE.
            05 PIC X(36) VALUE "*** OUTPUT CONSUMPTION TAX ***     ".
            05 PIC X(08) VALUE "PERIOD: ".
            05 HDR_PERIOD PIC X(06).
            05 PIC X(04) VALUE SPACE.
            05 PIC X(10) VALUE "RUN DATE: ".
            05 HDR_TODAY PIC 9(08).
            05 PIC X(08) VALUE SPACE.
        01 OTX_COLUMN_LINE.
            05 PIC X(40) VALUE
                "CLASS RATE INVOICES      TAXABLE SALES ".
            05 PIC X(40) VALUE
                "       OUTPUT TAX  SALES INCL. TAX".
        01 OTX_DETAIL_LINE.
            05 PIC X(02) VALUE SPACE.
            05 DET_TAX_CLASS PIC X(01).
            05 PIC X(04) VALUE SPACE.
            05 DET_TAX_RATE PIC Z9.
            05 PIC X(01) VALUE "%".
            05 PIC X(01) VALUE SPACE.
            05 DET_INV_CNT PIC Z(7)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_NET PIC Z(17)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_TAX PIC Z(15)9.
            05 PIC X(01) VALUE SPACE.
            05 DET_GROSS PIC Z(15)9.
            05 PIC X(08) VALUE SPACE.
        01 OTX_TOTAL_LINE.
            05 PIC X(19) VALUE "TOTAL".
            05 PIC X(01) VALUE SPACE.
            05 TOT_NET PIC Z(17)9.
            05 PIC X(01) VALUE SPACE.
            05 TOT_TAX PIC Z(15)9.
            05 PIC X(01) VALUE SPACE.
            05 TOT_GROSS PIC Z(15)9.
            05 PIC X(08) VALUE SPACE.
        01 OTX_CM_HEAD_LINE.
            05 PIC X(80) VALUE "LESS CREDIT MEMOS".
        01 OTX_NET_TOTAL_LINE.
            05 PIC X(19) VALUE "NET OF CREDIT MEMOS".
            05 PIC X(01) VALUE SPACE.
            05 NTT_NET PIC -(17)9.
            05 PIC X(01) VALUE SPACE.
            05 NTT_TAX PIC -(15)9.
            05 PIC X(01) VALUE SPACE.
            05 NTT_GROSS PIC -(15)9.
            05 PIC X(08) VALUE SPACE.
        01 OTX_NOREG_LINE.
            05 PIC X(40) VALUE
                "TAX LINES WITHOUT REGISTRATION NUMBER: ".
            05 TOT_NOREG PIC ZZZZ9.
            05 PIC X(35) VALUE SPACE.
        01 OTX_NOTE_LINE.
            05 PIC X(80) VALUE
                "CLASS S=STANDARD R=REDUCED E=EXEMPT".
PROCEDURE DIVISION.
    OUTPUT_TAX_RTN SECTION.
    *>初期処理(対象月の決定)
        CALL "BUSINESS_DATE" USING WK_POST_DATE.
        MOVE WK_POST_DATE(1:6) TO WK_PERIOD.
        OPEN INPUT INVOICE_TAX_FILE.
        IF INVOICE_TAX_STATUS NOT = "00"
            THEN
                DISPLAY "INVOICE TAX FILE NOT FOUND."
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-IF.
    *>主処理(当月の請求書の税率区分別行を税区分×税率へ集計する)
        PERFORM UNTIL INVOICE_TAX_STATUS NOT = "00"
            READ INVOICE_TAX_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM TAX-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE INVOICE_TAX_FILE.
    *>主処理(当月の赤伝の税率区分別行を税区分×税率へ集計する)
        OPEN INPUT CREDIT_MEMO_TAX_FILE.
        PERFORM UNTIL CREDIT_MEMO_TAX_STATUS NOT = "00"
            READ CREDIT_MEMO_TAX_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM CREDIT-LINE-RTN
            END-READ
        END-PERFORM.
        CLOSE CREDIT_MEMO_TAX_FILE.
    *>終了処理(集計表の出力、申告用累計の書き戻し、仕訳の起票)
        PERFORM WRITE-REPORT-RTN.
        PERFORM SAVE-FILING-RTN.
        PERFORM POST-GL-RTN.
        DISPLAY "OUTPUT TAX END. PERIOD:" WK_PERIOD
            " LINES:" WK_LINE_CNT
            " NET:" WK_TOTAL_NET " TAX:" WK_TOTAL_TAX.
        DISPLAY "CREDIT MEMO LINES:" WK_CM_LINE_CNT
            " NET:" WK_CM_NET " TAX:" WK_CM_TAX.
        IF WK_SKIP_CNT > ZERO OR WK_NOREG_CNT > ZERO
                OR WK_FILING_OVER_CNT > ZERO OR WK_CM_OVER_CNT > ZERO
            THEN
                MOVE 4 TO RETURN-CODE
        END-IF.
        STOP RUN.
    OUTPUT_TAX_EXIT.
    *>1.税額明細1行の集計(当月分のみ)
    TAX-LINE-RTN SECTION.
        IF IVT_DATE IS NOT NUMERIC
                OR IVT_DATE(1:6) NOT = WK_PERIOD
            THEN
                GO TO TAX-LINE-EXIT
        END-IF.
        IF IVT_NET IS NOT NUMERIC OR IVT_TAX IS NOT NUMERIC
                OR IVT_TAX_RATE IS NOT NUMERIC
            THEN
                DISPLAY "INVALID TAX LINE FOR INVOICE " IVT_NO
                ADD 1 TO WK_SKIP_CNT
                GO TO TAX-LINE-EXIT
        END-IF.
        IF IVT_REG_NO = SPACE
            THEN
                ADD 1 TO WK_NOREG_CNT
        END-IF.
        SET OTX_IDX TO 1.
        SEARCH OTX_TBL
            AT END
                IF OTX_TBL_SIZE >= 20
                    THEN
                        DISPLAY "TAX RATE TABLE FULL. LINE SKIPPED: "
                            IVT_NO
                        ADD 1 TO WK_SKIP_CNT
                        GO TO TAX-LINE-EXIT
                END-IF
                ADD 1 TO OTX_TBL_SIZE
                SET OTX_IDX TO OTX_TBL_SIZE
                MOVE IVT_TAX_CLASS TO OTT_TAX_CLASS(OTX_IDX)
                MOVE IVT_TAX_RATE TO OTT_TAX_RATE(OTX_IDX)
                MOVE ZERO TO OTT_INV_CNT(OTX_IDX) OTT_NET(OTX_IDX)
                    OTT_TAX(OTX_IDX) OTT_CM_CNT(OTX_IDX)
                    OTT_CM_NET(OTX_IDX) OTT_CM_TAX(OTX_IDX)
            WHEN OTT_TAX_CLASS(OTX_IDX) = IVT_TAX_CLASS
                    AND OTT_TAX_RATE(OTX_IDX) = IVT_TAX_RATE
                CONTINUE
        END-SEARCH.
        ADD 1 TO OTT_INV_CNT(OTX_IDX).
        ADD IVT_NET TO OTT_NET(OTX_IDX).
        ADD IVT_TAX TO OTT_TAX(OTX_IDX).
        ADD IVT_NET TO WK_TOTAL_NET.
        ADD IVT_TAX TO WK_TOTAL_TAX.
        ADD 1 TO WK_LINE_CNT.
    TAX-LINE-EXIT.
    *>2.売上消費税集計表の出力(税区分×税率ごとに1行)
    WRITE-REPORT-RTN SECTION.
        OPEN OUTPUT PRINT_FILE.
        MOVE WK_PERIOD TO HDR_PERIOD.
        MOVE WK_POST_DATE TO HDR_TODAY.
        WRITE PRINT_RECORD FROM OTX_HEADER_LINE AFTER PAGE.
        WRITE PRINT_RECORD FROM OTX_COLUMN_LINE AFTER 2 LINE.
        PERFORM VARYING OTX_IDX FROM 1 BY 1
                UNTIL OTX_IDX > OTX_TBL_SIZE
            MOVE OTT_TAX_CLASS(OTX_IDX) TO DET_TAX_CLASS
            MOVE OTT_TAX_RATE(OTX_IDX) TO DET_TAX_RATE
            MOVE OTT_INV_CNT(OTX_IDX) TO DET_INV_CNT
            MOVE OTT_NET(OTX_IDX) TO DET_NET
            MOVE OTT_TAX(OTX_IDX) TO DET_TAX
            COMPUTE DET_GROSS = OTT_NET(OTX_IDX) + OTT_TAX(OTX_IDX)
            WRITE PRINT_RECORD FROM OTX_DETAIL_LINE AFTER 1 LINE
        END-PERFORM.
        MOVE WK_TOTAL_NET TO TOT_NET.
        MOVE WK_TOTAL_TAX TO TOT_TAX.
        COMPUTE TOT_GROSS = WK_TOTAL_NET + WK_TOTAL_TAX.
        WRITE PRINT_RECORD FROM OTX_TOTAL_LINE AFTER 2 LINE.
*>赤伝があれば税区分×税率ごとの赤伝と、差し引き後の合計を続ける
        IF WK_CM_LINE_CNT > ZERO
            THEN
                WRITE PRINT_RECORD FROM OTX_CM_HEAD_LINE AFTER 2 LINE
                PERFORM VARYING OTX_IDX FROM 1 BY 1
                        UNTIL OTX_IDX > OTX_TBL_SIZE
                    IF OTT_CM_CNT(OTX_IDX) > ZERO
                        THEN
                            MOVE OTT_TAX_CLASS(OTX_IDX) TO DET_TAX_CLASS
                            MOVE OTT_TAX_RATE(OTX_IDX) TO DET_TAX_RATE
                            MOVE OTT_CM_CNT(OTX_IDX) TO DET_INV_CNT
                            MOVE OTT_CM_NET(OTX_IDX) TO DET_NET
                            MOVE OTT_CM_TAX(OTX_IDX) TO DET_TAX
                            COMPUTE DET_GROSS =
                                OTT_CM_NET(OTX_IDX) + OTT_CM_TAX(OTX_IDX)
                            WRITE PRINT_RECORD FROM OTX_DETAIL_LINE
                                AFTER 1 LINE
                    END-IF
                END-PERFORM
                COMPUTE NTT_NET = WK_TOTAL_NET - WK_CM_NET
                COMPUTE NTT_TAX = WK_TOTAL_TAX - WK_CM_TAX
                COMPUTE NTT_GROSS = WK_TOTAL_NET + WK_TOTAL_TAX
                    - WK_CM_NET - WK_CM_TAX
                WRITE PRINT_RECORD FROM OTX_NET_TOTAL_LINE AFTER 2 LINE
        END-IF.
        MOVE WK_NOREG_CNT TO TOT_NOREG.
        WRITE PRINT_RECORD FROM OTX_NOREG_LINE AFTER 1 LINE.
        WRITE PRINT_RECORD FROM OTX_NOTE_LINE AFTER 1 LINE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
    WRITE-REPORT-EXIT.
    *>3.申告用累計の書き戻し(当月以外の行を残し、当月の行を置き換える)
    SAVE-FILING-RTN SECTION.
        OPEN INPUT TAX_FILING_FILE.
        IF TAX_FILING_STATUS = "00"
            THEN
                PERFORM UNTIL TAX_FILING_STATUS NOT = "00"
                    READ TAX_FILING_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TXF_PERIOD NOT = WK_PERIOD
                                THEN
                                    IF TXF_TBL_SIZE < 600
                                        THEN
                                            ADD 1 TO TXF_TBL_SIZE
                                            MOVE TAX_FILING_RECORD
                                                TO TFT_LINE(TXF_TBL_SIZE)
                                        ELSE
                                            ADD 1 TO WK_FILING_OVER_CNT
                                    END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAX_FILING_FILE
        END-IF.
        IF WK_FILING_OVER_CNT > ZERO
            THEN
                DISPLAY "TAX FILING FILE EXCEEDS 600 LINES. NOT UPDATED."
                GO TO SAVE-FILING-EXIT
        END-IF.
        OPEN OUTPUT TAX_FILING_FILE.
        PERFORM VARYING TXF_IDX FROM 1 BY 1
                UNTIL TXF_IDX > TXF_TBL_SIZE
            MOVE TFT_LINE(TXF_IDX) TO TAX_FILING_RECORD
            WRITE TAX_FILING_RECORD
        END-PERFORM.
*>申告用の累計は請求から赤伝を差し引いた額(赤伝が上回る税率は0とし警告する)
        PERFORM VARYING OTX_IDX FROM 1 BY 1
                UNTIL OTX_IDX > OTX_TBL_SIZE
            IF OTT_CM_NET(OTX_IDX) > OTT_NET(OTX_IDX)
                    OR OTT_CM_TAX(OTX_IDX) > OTT_TAX(OTX_IDX)
                THEN
                    DISPLAY "CREDIT MEMOS EXCEED SALES FOR "
                        OTT_TAX_CLASS(OTX_IDX) OTT_TAX_RATE(OTX_IDX)
                        ". FILED AS ZERO."
                    ADD 1 TO WK_CM_OVER_CNT
                    MOVE ZERO TO WK_FILING_NET WK_FILING_TAX
                ELSE
                    COMPUTE WK_FILING_NET =
                        OTT_NET(OTX_IDX) - OTT_CM_NET(OTX_IDX)
                    COMPUTE WK_FILING_TAX =
                        OTT_TAX(OTX_IDX) - OTT_CM_TAX(OTX_IDX)
            END-IF
            MOVE SPACE TO TAX_FILING_RECORD
            MOVE WK_PERIOD TO TXF_PERIOD
            MOVE OTT_TAX_CLASS(OTX_IDX) TO TXF_TAX_CLASS
            MOVE OTT_TAX_RATE(OTX_IDX) TO TXF_TAX_RATE
            MOVE OTT_INV_CNT(OTX_IDX) TO TXF_INV_CNT
            MOVE WK_FILING_NET TO TXF_NET
            MOVE WK_FILING_TAX TO TXF_TAX
            WRITE TAX_FILING_RECORD
        END-PERFORM.
        CLOSE TAX_FILING_FILE.
    SAVE-FILING-EXIT.
    *>4.仕訳の起票(税率ごとに借方1100/貸方2400。税額0の非課税は起こさない)
    POST-GL-RTN SECTION.
        IF WK_TOTAL_TAX = ZERO
            THEN
                DISPLAY "NO OUTPUT TAX FOR " WK_PERIOD ". GL BATCH SKIPPED."
                GO TO POST-GL-EXIT
        END-IF.
        OPEN EXTEND GL_TRANS_FILE.
        IF GL_TRANS_STATUS NOT = "00"
            THEN
                OPEN OUTPUT GL_TRANS_FILE
        END-IF.
        MOVE ZERO TO WK_BATCH_CNT WK_BATCH_DEBIT WK_BATCH_CREDIT.
        PERFORM VARYING OTX_IDX FROM 1 BY 1
                UNTIL OTX_IDX > OTX_TBL_SIZE
            MOVE SPACE TO GL_TRANS_RECORD
            MOVE OTT_TAX_CLASS(OTX_IDX) TO GLT_REFERENCE(1:1)
            MOVE OTT_TAX_RATE(OTX_IDX) TO GLT_REFERENCE(2:2)
            MOVE OTT_TAX(OTX_IDX) TO GLT_AMOUNT
            MOVE 1100 TO GLT_ACCOUNT
            MOVE "D" TO GLT_DC
            PERFORM WRITE-GL-RTN
            MOVE 2400 TO GLT_ACCOUNT
            MOVE "C" TO GLT_DC
            PERFORM WRITE-GL-RTN
        END-PERFORM.
        PERFORM WRITE-TRAILER-RTN.
        CLOSE GL_TRANS_FILE.
    POST-GL-EXIT.
    *>5.赤伝の税額明細1行の集計(当月分のみ)
    CREDIT-LINE-RTN SECTION.
        IF CMT_DATE IS NOT NUMERIC
                OR CMT_DATE(1:6) NOT = WK_PERIOD
            THEN
                GO TO CREDIT-LINE-EXIT
        END-IF.
        IF CMT_NET IS NOT NUMERIC OR CMT_TAX IS NOT NUMERIC
                OR CMT_TAX_RATE IS NOT NUMERIC
            THEN
                DISPLAY "INVALID TAX LINE FOR CREDIT MEMO " CMT_NO
                ADD 1 TO WK_SKIP_CNT
                GO TO CREDIT-LINE-EXIT
        END-IF.
        SET OTX_IDX TO 1.
        SEARCH OTX_TBL
            AT END
                IF OTX_TBL_SIZE >= 20
                    THEN
                        DISPLAY "TAX RATE TABLE FULL. LINE SKIPPED: "
                            CMT_NO
                        ADD 1 TO WK_SKIP_CNT
                        GO TO CREDIT-LINE-EXIT
                END-IF
                ADD 1 TO OTX_TBL_SIZE
                SET OTX_IDX TO OTX_TBL_SIZE
                MOVE CMT_TAX_CLASS TO OTT_TAX_CLASS(OTX_IDX)
                MOVE CMT_TAX_RATE TO OTT_TAX_RATE(OTX_IDX)
                MOVE ZERO TO OTT_INV_CNT(OTX_IDX) OTT_NET(OTX_IDX)
                    OTT_TAX(OTX_IDX) OTT_CM_CNT(OTX_IDX)
                    OTT_CM_NET(OTX_IDX) OTT_CM_TAX(OTX_IDX)
            WHEN OTT_TAX_CLASS(OTX_IDX) = CMT_TAX_CLASS
                    AND OTT_TAX_RATE(OTX_IDX) = CMT_TAX_RATE
                CONTINUE
        END-SEARCH.
        ADD 1 TO OTT_CM_CNT(OTX_IDX).
        ADD CMT_NET TO OTT_CM_NET(OTX_IDX).
        ADD CMT_TAX TO OTT_CM_TAX(OTX_IDX).
        ADD CMT_NET TO WK_CM_NET.
        ADD CMT_TAX TO WK_CM_TAX.
        ADD 1 TO WK_CM_LINE_CNT.
    CREDIT-LINE-EXIT.
    *>共通.仕訳1行の書き出し(金額0の行は起こさない)
    WRITE-GL-RTN SECTION.
        IF GLT_AMOUNT = ZERO
            THEN
                GO TO WRITE-GL-EXIT
        END-IF.
        MOVE WK_POST_DATE TO GLT_DATE.
        MOVE WK_SOURCE TO GLT_SOURCE.
        WRITE GL_TRANS_RECORD.
        ADD 1 TO WK_BATCH_CNT.
        IF GLT_DC = "D"
            THEN
                ADD GLT_AMOUNT TO WK_BATCH_DEBIT
            ELSE
                ADD GLT_AMOUNT TO WK_BATCH_CREDIT
        END-IF.
    WRITE-GL-EXIT.
    *>共通.バッチ制御トレーラの書き出し
    WRITE-TRAILER-RTN SECTION.
        MOVE SPACE TO GL_TRANS_TRAILER.
        MOVE "TRAILER" TO GLH_TAG.
        MOVE WK_SOURCE TO GLH_SOURCE.
        MOVE WK_BATCH_CNT TO GLH_CNT.
        MOVE WK_BATCH_DEBIT TO GLH_DEBIT.
        MOVE WK_BATCH_CREDIT TO GLH_CREDIT.
        WRITE GL_TRANS_TRAILER.
        DISPLAY "GL BATCH " WK_SOURCE " LINES:" WK_BATCH_CNT
            " D:" WK_BATCH_DEBIT " C:" WK_BATCH_CREDIT.
    WRITE-TRAILER-EXIT.
*>InvoiceTax.txtの1行 = 請求番号(6) 請求日(8) 得意先(5) 税区分(1) 税率(2)
*>税抜金額(9) 消費税額(9) 登録番号(14)(APPLICATION_85_INVOICINGが請求書1枚の
*>税率区分ごとに1行書く)
*>TaxFiling.txtの1行 = 年月(6) 税区分(1) 税率(2) 請求書の行数(5) 課税売上(税抜)(11)
*>売上税額(11)(申告時は対象期間の行を税率ごとに合計する)
*>(課税売上・売上税額は当月の赤伝を差し引いた額。請求書の行数は請求分のみ)
*>CreditMemoTax.txtの1行 = 赤伝番号(6) 発行日(8) 得意先(5) 税区分(1) 税率(2)
*>税抜金額(9) 消費税額(9) 登録番号(14)(無くてもよい)
*>OutputTaxSummary.txt = 売上消費税集計表(見出し行は"***"で始まる)
*>仕訳の参照欄 = 税区分(1)+税率(2)(例: S10 R08)
*>税額は請求書ごとに切り捨てた額の合計なので、課税売上×税率とは一致しないことがある
