*>CLOSE_CHECKLIST 月次締めのチェックリスト 会計期間の開閉管理
*>(APPLICATION_92_PERIOD_CTL)が期間を締める前に呼び、締めてよいかを次の項目で確かめる
*>  1.在庫証明  APPLICATION_79_MONTH_CLOSEの検証レポート(StockProof.txt)が
*>              締める年月のもので、食い違いロケーションが0
*>  2.売掛滞留  滞留実行履歴(ArAgingHistory.txt)に月末日基準の実行がある
*>  3.GLバッチ  予定の出所(既定PAY/SALES)ごとに、その月の仕訳が仕訳帳(GlJournal.txt)
*>              へ転記済みで借方=貸方、GlTransactions.txtに未転記の行が残っていない
*>  4.差戻し    差戻し・リジェクトファイルに未処理の行が残っていない
*>予定の出所と見る差戻しファイルはCloseChecklistParm.txtで差し替えられる
*>結果はチェックリスト(CloseChecklist.txt)に印字してスプール台帳へ登録し、
*>チェックリスト履歴(CloseChecklistLog.txt)へ項目ごとに追記して残す
*>呼び出し側へは不合格の項目数を返す
*>期間は会計期間(会計年度4桁+期間2桁)で、月末日は会計カレンダー(FISCAL_CALENDAR)が
*>返す期間の終了日、その期の仕訳・未転記は期間の開始日~終了日の日付で選ぶ
IDENTIFICATION DIVISION.
PROGRAM-ID. CLOSE_CHECKLIST.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CHECKLIST_PARM_FILE
            ASSIGN TO "CloseChecklistParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKLIST_PARM_STATUS.
        SELECT STOCK_PROOF_FILE
            ASSIGN TO "StockProof.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STOCK_PROOF_STATUS.
        SELECT AR_AGING_HISTORY_FILE
            ASSIGN TO "ArAgingHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AR_AGING_HISTORY_STATUS.
        SELECT GL_JOURNAL_FILE
            ASSIGN TO "GlJournal.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_JOURNAL_STATUS.
        SELECT GL_TRANS_FILE
            ASSIGN TO "GlTransactions.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL_TRANS_STATUS.
*>差戻しファイルの行数カウント用(可変ASSIGNで順に読む)
        SELECT REJECT_IN_FILE
            ASSIGN TO DYNAMIC CL-REJECT-NAME-WK
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REJECT_IN_STATUS.
        SELECT CHECKLIST_PRINT_FILE
            ASSIGN TO "CloseChecklist.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT CHECKLIST_LOG_FILE
            ASSIGN TO "CloseChecklistLog.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKLIST_LOG_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD CHECKLIST_PARM_FILE.
        01 CHECKLIST_PARM_RECORD.
            05 CLP_TYPE PIC X(01).
            05 FILLER PIC X(01).
            05 CLP_VALUE PIC X(30).
        FD STOCK_PROOF_FILE.
        01 STOCK_PROOF_RECORD PIC X(80).
        FD AR_AGING_HISTORY_FILE.
        01 AR_AGING_HISTORY_RECORD.
            05 AGH_ASOF PIC 9(08).
            05 FILLER PIC X(01).
            05 AGH_ITEMS PIC 9(05).
            05 FILLER PIC X(36).
        FD GL_JOURNAL_FILE.
        01 GL_JOURNAL_RECORD.
            05 GLJ_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 GLJ_SOURCE PIC X(05).
            05 FILLER PIC X(01).
            05 GLJ_ACCOUNT PIC X(04).
            05 FILLER PIC X(01).
            05 GLJ_DC PIC X(01).
            05 FILLER PIC X(01).
            05 GLJ_AMOUNT PIC 9(11).
            05 FILLER PIC X(15).
        FD GL_TRANS_FILE.
        01 GL_TRANS_RECORD.
            05 GLT_DATE PIC X(08).
            05 FILLER PIC X(01).
            05 GLT_SOURCE PIC X(05).
            05 FILLER PIC X(35).
        FD REJECT_IN_FILE.
        01 REJECT_IN_RECORD PIC X(200).
        FD CHECKLIST_PRINT_FILE.
        01 CHECKLIST_PRINT_RECORD PIC X(80).
        FD CHECKLIST_LOG_FILE.
        01 CHECKLIST_LOG_RECORD.
            05 CLG_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLG_TIME PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLG_PERIOD PIC 9(06).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLG_ITEM PIC X(12).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLG_SUBJECT PIC X(30).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLG_RESULT PIC X(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 CLG_DETAIL PIC X(30).
    WORKING-STORAGE SECTION.
        01 CHECKLIST_PARM_STATUS PIC XX.
        01 STOCK_PROOF_STATUS PIC XX.
        01 AR_AGING_HISTORY_STATUS PIC XX.
        01 GL_JOURNAL_STATUS PIC XX.
        01 GL_TRANS_STATUS PIC XX.
        01 REJECT_IN_STATUS PIC XX.
        01 CHECKLIST_LOG_STATUS PIC XX.
        01 CL-REJECT-NAME-WK PIC X(30).
*>締める会計期間と期間の開始日・終了日(終了日を月末日とする)
        01 CL-FC-MODE PIC X(01) VALUE "P".
        01 CL-FC-DATE PIC 9(08) VALUE ZERO.
        01 CL-PERIOD-AREA.
            05 CL-PERIOD-WK PIC 9(06).
            05 CL-PERIOD-WEEK PIC 9(02).
            05 CL-PERIOD-START PIC 9(08).
            05 CL-MONTH-END PIC 9(08).
            05 CL-PERIOD-FOUND PIC X(01).
*>予定のGLバッチの出所(CloseChecklistParm.txtの種別B。無ければPAY/SALES)
        01 CL-BATCH-TBL-MASTER.
            05 CL-BATCH-SIZE PIC 9(02) VALUE ZERO.
            05 CL-BATCH-TBL OCCURS 0 TO 20
                DEPENDING ON CL-BATCH-SIZE
                INDEXED BY CL-BATCH-IDX.
                10 CLB-SOURCE PIC X(05).
                10 CLB-POSTED-CNT PIC 9(07).
                10 CLB-PENDING-CNT PIC 9(07).
                10 CLB-DEBIT PIC 9(13).
                10 CLB-CREDIT PIC 9(13).
*>見る差戻しファイル(種別R。無ければ各業務の差戻し・リジェクトファイル)
        01 CL-REJECT-TBL-MASTER.
            05 CL-REJECT-SIZE PIC 9(02) VALUE ZERO.
            05 CL-REJECT-TBL OCCURS 0 TO 20
                DEPENDING ON CL-REJECT-SIZE
                INDEXED BY CL-REJECT-IDX.
                10 CLR-FILE-NAME PIC X(30).
        01 CL-DEFAULT-REJECT-AREA.
            05 FILLER PIC X(30) VALUE "GlRejects.txt".
            05 FILLER PIC X(30) VALUE "BankTransmitReject.txt".
            05 FILLER PIC X(30) VALUE "SupplierTransmitReject.txt".
            05 FILLER PIC X(30) VALUE "MovementReject.txt".
            05 FILLER PIC X(30) VALUE "InsertReject.txt".
            05 FILLER PIC X(30) VALUE "Reject1.txt".
        01 CL-DEFAULT-REJECT-TBL REDEFINES CL-DEFAULT-REJECT-AREA.
            05 CL-DEFAULT-REJECT PIC X(30) OCCURS 6.
        01 CL-SUB PIC 9(02).
*>項目1件の判定結果
        01 CL-ITEM-WK PIC X(12).
        01 CL-SUBJECT-WK PIC X(30).
        01 CL-RESULT-WK PIC X(04).
        01 CL-DETAIL-WK PIC X(30).
        01 CL-COUNT-WK PIC 9(07).
        01 CL-COUNT-DISP PIC ZZZZZZ9.
        01 CL-FOUND-SW PIC X(01).
        01 CL-PROOF-MISMATCH PIC X(03).
        01 CL-LOG-DATE PIC 9(08).
        01 CL-LOG-TIME PIC 9(08).
        01 CL-PASS-CNT PIC 9(03).
        01 CL-FAIL-CNT PIC 9(03).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "CloseChecklist.txt".
*>帳票行(見出し/項目名/明細/合計)
        01 CHK_TITLE_LINE.
            05 PIC X(30) VALUE "*** MONTH-END CLOSE CHECKLIST".
            05 PIC X(09) VALUE " PERIOD: ".
            05 CHK_PERIOD PIC 9(06).
            05 PIC X(05) VALUE " *** ".
            05 PIC X(10) VALUE "RUN DATE: ".
            05 CHK_TODAY PIC 9(08).
            05 PIC X(12) VALUE SPACE.
        01 CHK_COLUMN_LINE.
            05 PIC X(40) VALUE
                "ITEM         SUBJECT                    ".
            05 PIC X(40) VALUE
                "RSLT DETAIL".
        01 CHK_DETAIL_LINE.
            05 CHK_ITEM PIC X(12).
            05 PIC X(01) VALUE SPACE.
            05 CHK_SUBJECT PIC X(26).
            05 PIC X(01) VALUE SPACE.
            05 CHK_RESULT PIC X(04).
            05 PIC X(01) VALUE SPACE.
            05 CHK_DETAIL PIC X(30).
            05 PIC X(05) VALUE SPACE.
        01 CHK_TOTAL_LINE.
            05 PIC X(08) VALUE "PASSED: ".
            05 CHK_PASS_CNT PIC ZZ9.
            05 PIC X(10) VALUE "  FAILED: ".
            05 CHK_FAIL_CNT PIC ZZ9.
            05 PIC X(02) VALUE SPACE.
            05 CHK_VERDICT PIC X(40).
            05 PIC X(14) VALUE SPACE.
    LINKAGE SECTION.
        01 CL-PERIOD PIC 9(06).
        01 CL-FAIL-COUNT PIC 9(03).
PROCEDURE DIVISION USING CL-PERIOD CL-FAIL-COUNT.
    MAIN-RTN SECTION.
        MOVE CL-PERIOD TO CL-PERIOD-WK.
        MOVE ZERO TO CL-PASS-CNT CL-FAIL-CNT.
        PERFORM MONTH-END-RTN.
        PERFORM PARM-RTN.
        ACCEPT CL-LOG-DATE FROM DATE YYYYMMDD.
        ACCEPT CL-LOG-TIME FROM TIME.
        OPEN OUTPUT CHECKLIST_PRINT_FILE.
        OPEN EXTEND CHECKLIST_LOG_FILE.
        IF CHECKLIST_LOG_STATUS NOT = "00"
            THEN
                OPEN OUTPUT CHECKLIST_LOG_FILE
        END-IF.
        MOVE CL-PERIOD-WK TO CHK_PERIOD.
        MOVE CL-LOG-DATE TO CHK_TODAY.
        WRITE CHECKLIST_PRINT_RECORD FROM CHK_TITLE_LINE AFTER PAGE.
        WRITE CHECKLIST_PRINT_RECORD FROM CHK_COLUMN_LINE AFTER 2 LINE.
        PERFORM STOCK-PROOF-RTN.
        PERFORM AR-AGING-RTN.
        PERFORM GL-BATCH-RTN.
        PERFORM VARYING CL-REJECT-IDX FROM 1 BY 1
                UNTIL CL-REJECT-IDX > CL-REJECT-SIZE
            PERFORM REJECT-FILE-RTN
        END-PERFORM.
        MOVE CL-PASS-CNT TO CHK_PASS_CNT.
        MOVE CL-FAIL-CNT TO CHK_FAIL_CNT.
        IF CL-FAIL-CNT = ZERO
            THEN
                MOVE "READY TO CLOSE" TO CHK_VERDICT
            ELSE
                MOVE "** CLOSE NEEDS AUTHORITY-3 OVERRIDE **"
                    TO CHK_VERDICT
        END-IF.
        WRITE CHECKLIST_PRINT_RECORD FROM CHK_TOTAL_LINE AFTER 2 LINE.
        CLOSE CHECKLIST_PRINT_FILE CHECKLIST_LOG_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        MOVE CL-FAIL-CNT TO CL-FAIL-COUNT.
    MAIN-EXIT.
        EXIT PROGRAM.
*>1.在庫証明(StockProof.txtの見出しの年月と食い違いロケーション数)
    STOCK-PROOF-RTN SECTION.
        MOVE "STOCK PROOF" TO CL-ITEM-WK.
        MOVE "StockProof.txt" TO CL-SUBJECT-WK.
        MOVE "FAIL" TO CL-RESULT-WK.
        MOVE "NOT FOUND" TO CL-DETAIL-WK.
        MOVE SPACE TO CL-FOUND-SW.
        MOVE SPACE TO CL-PROOF-MISMATCH.
        OPEN INPUT STOCK_PROOF_FILE.
        IF STOCK_PROOF_STATUS NOT = "00"
            THEN
                GO TO STOCK-PROOF-WRITE
        END-IF.
        PERFORM UNTIL STOCK_PROOF_STATUS NOT = "00"
            READ STOCK_PROOF_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF STOCK_PROOF_RECORD(1:18) = "** STOCK PROOF FOR"
                        THEN
                            IF STOCK_PROOF_RECORD(23:6) = CL-PERIOD-WK
                                THEN
                                    MOVE "1" TO CL-FOUND-SW
                                ELSE
                                    MOVE "2" TO CL-FOUND-SW
                                    MOVE SPACE TO CL-DETAIL-WK
                                    STRING "PROOF IS FOR "
                                            DELIMITED BY SIZE
                                        STOCK_PROOF_RECORD(23:6)
                                            DELIMITED BY SIZE
                                        INTO CL-DETAIL-WK
                            END-IF
                    END-IF
                    IF STOCK_PROOF_RECORD(1:21) =
                            "LOCATIONS MISMATCHED:"
                        THEN
                            MOVE STOCK_PROOF_RECORD(22:3)
                                TO CL-PROOF-MISMATCH
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STOCK_PROOF_FILE.
        IF CL-FOUND-SW NOT = "1"
            THEN
                GO TO STOCK-PROOF-WRITE
        END-IF.
        IF CL-PROOF-MISMATCH = "  0"
            THEN
                MOVE "PASS" TO CL-RESULT-WK
                MOVE "NO DIFFERENCES" TO CL-DETAIL-WK
            ELSE
                MOVE SPACE TO CL-DETAIL-WK
                STRING CL-PROOF-MISMATCH DELIMITED BY SIZE
                    " LOCATIONS MISMATCHED" DELIMITED BY SIZE
                    INTO CL-DETAIL-WK
        END-IF.
    STOCK-PROOF-WRITE.
        PERFORM WRITE-ITEM-RTN.
    STOCK-PROOF-EXIT.
*>2.売掛滞留(月末日を基準日とする実行が履歴にあるか)
    AR-AGING-RTN SECTION.
        MOVE "AR AGING" TO CL-ITEM-WK.
        MOVE SPACE TO CL-SUBJECT-WK.
        STRING "AS OF " DELIMITED BY SIZE
            CL-MONTH-END DELIMITED BY SIZE
            INTO CL-SUBJECT-WK.
        MOVE "FAIL" TO CL-RESULT-WK.
        MOVE "NO AGING RUN FOR MONTH-END" TO CL-DETAIL-WK.
        OPEN INPUT AR_AGING_HISTORY_FILE.
        IF AR_AGING_HISTORY_STATUS NOT = "00"
            THEN
                GO TO AR-AGING-WRITE
        END-IF.
        PERFORM UNTIL AR_AGING_HISTORY_STATUS NOT = "00"
            READ AR_AGING_HISTORY_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF AGH_ASOF = CL-MONTH-END
                        THEN
                            MOVE "PASS" TO CL-RESULT-WK
                            MOVE AGH_ITEMS TO CL-COUNT-DISP
                            MOVE SPACE TO CL-DETAIL-WK
                            STRING "RAN, OPEN ITEMS " DELIMITED BY SIZE
                                CL-COUNT-DISP DELIMITED BY SIZE
                                INTO CL-DETAIL-WK
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE AR_AGING_HISTORY_FILE.
    AR-AGING-WRITE.
        PERFORM WRITE-ITEM-RTN.
    AR-AGING-EXIT.
*>3.GLバッチ(予定の出所ごとに仕訳帳の転記済み分と未転記分を数える)
    GL-BATCH-RTN SECTION.
        OPEN INPUT GL_JOURNAL_FILE.
        IF GL_JOURNAL_STATUS = "00"
            THEN
                PERFORM UNTIL GL_JOURNAL_STATUS NOT = "00"
                    READ GL_JOURNAL_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM SUM-JOURNAL-RTN
                    END-READ
                END-PERFORM
                CLOSE GL_JOURNAL_FILE
        END-IF.
        OPEN INPUT GL_TRANS_FILE.
        IF GL_TRANS_STATUS = "00"
            THEN
                PERFORM UNTIL GL_TRANS_STATUS NOT = "00"
                    READ GL_TRANS_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM COUNT-PENDING-RTN
                    END-READ
                END-PERFORM
                CLOSE GL_TRANS_FILE
        END-IF.
        MOVE "GL BATCH" TO CL-ITEM-WK.
        PERFORM VARYING CL-BATCH-IDX FROM 1 BY 1
                UNTIL CL-BATCH-IDX > CL-BATCH-SIZE
            MOVE SPACE TO CL-SUBJECT-WK
            STRING "SOURCE " DELIMITED BY SIZE
                CLB-SOURCE(CL-BATCH-IDX) DELIMITED BY SIZE
                INTO CL-SUBJECT-WK
            MOVE "FAIL" TO CL-RESULT-WK
            EVALUATE TRUE
                WHEN CLB-PENDING-CNT(CL-BATCH-IDX) > ZERO
                    MOVE CLB-PENDING-CNT(CL-BATCH-IDX)
                        TO CL-COUNT-DISP
                    MOVE SPACE TO CL-DETAIL-WK
                    STRING CL-COUNT-DISP DELIMITED BY SIZE
                        " LINES NOT POSTED" DELIMITED BY SIZE
                        INTO CL-DETAIL-WK
                WHEN CLB-POSTED-CNT(CL-BATCH-IDX) = ZERO
                    MOVE "NO BATCH POSTED FOR PERIOD"
                        TO CL-DETAIL-WK
                WHEN CLB-DEBIT(CL-BATCH-IDX)
                        NOT = CLB-CREDIT(CL-BATCH-IDX)
                    MOVE "DEBITS NOT EQUAL CREDITS"
                        TO CL-DETAIL-WK
                WHEN OTHER
                    MOVE "PASS" TO CL-RESULT-WK
                    MOVE CLB-POSTED-CNT(CL-BATCH-IDX)
                        TO CL-COUNT-DISP
                    MOVE SPACE TO CL-DETAIL-WK
                    STRING "POSTED, BALANCED " DELIMITED BY SIZE
                        CL-COUNT-DISP DELIMITED BY SIZE
                        INTO CL-DETAIL-WK
            END-EVALUATE
            PERFORM WRITE-ITEM-RTN
        END-PERFORM.
    GL-BATCH-EXIT.
*>3-1.仕訳帳1行(その月の予定の出所だけ積む)
    SUM-JOURNAL-RTN SECTION.
        IF GLJ_DATE < CL-PERIOD-START
                OR GLJ_DATE > CL-MONTH-END
            THEN
                GO TO SUM-JOURNAL-EXIT
        END-IF.
        SET CL-BATCH-IDX TO 1.
        SEARCH CL-BATCH-TBL
            AT END
                CONTINUE
            WHEN CLB-SOURCE(CL-BATCH-IDX) = GLJ_SOURCE
                ADD 1 TO CLB-POSTED-CNT(CL-BATCH-IDX)
                IF GLJ_DC = "D"
                    THEN
                        ADD GLJ_AMOUNT TO CLB-DEBIT(CL-BATCH-IDX)
                    ELSE
                        ADD GLJ_AMOUNT TO CLB-CREDIT(CL-BATCH-IDX)
                END-IF
        END-SEARCH.
    SUM-JOURNAL-EXIT.
*>3-2.未転記の明細1行(トレーラは数えない)
    COUNT-PENDING-RTN SECTION.
        IF GL_TRANS_RECORD(1:7) = "TRAILER"
                OR GLT_DATE < CL-PERIOD-START
                OR GLT_DATE > CL-MONTH-END
            THEN
                GO TO COUNT-PENDING-EXIT
        END-IF.
        SET CL-BATCH-IDX TO 1.
        SEARCH CL-BATCH-TBL
            AT END
                CONTINUE
            WHEN CLB-SOURCE(CL-BATCH-IDX) = GLT_SOURCE
                ADD 1 TO CLB-PENDING-CNT(CL-BATCH-IDX)
        END-SEARCH.
    COUNT-PENDING-EXIT.
*>4.差戻しファイル1本(制御トレーラを除く行が残っていれば未処理)
    REJECT-FILE-RTN SECTION.
        MOVE "REJECTS" TO CL-ITEM-WK.
        MOVE CLR-FILE-NAME(CL-REJECT-IDX) TO CL-SUBJECT-WK.
        MOVE CLR-FILE-NAME(CL-REJECT-IDX) TO CL-REJECT-NAME-WK.
        MOVE ZERO TO CL-COUNT-WK.
        OPEN INPUT REJECT_IN_FILE.
        IF REJECT_IN_STATUS = "00"
            THEN
                PERFORM UNTIL REJECT_IN_STATUS NOT = "00"
                    READ REJECT_IN_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF REJECT_IN_RECORD(1:7) NOT = "TRAILER"
                                    AND REJECT_IN_RECORD NOT = SPACE
                                THEN
                                    ADD 1 TO CL-COUNT-WK
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REJECT_IN_FILE
        END-IF.
        IF CL-COUNT-WK = ZERO
            THEN
                MOVE "PASS" TO CL-RESULT-WK
                MOVE "NONE OUTSTANDING" TO CL-DETAIL-WK
            ELSE
                MOVE "FAIL" TO CL-RESULT-WK
                MOVE CL-COUNT-WK TO CL-COUNT-DISP
                MOVE SPACE TO CL-DETAIL-WK
                STRING CL-COUNT-DISP DELIMITED BY SIZE
                    " LINES UNWORKED" DELIMITED BY SIZE
                    INTO CL-DETAIL-WK
        END-IF.
        PERFORM WRITE-ITEM-RTN.
    REJECT-FILE-EXIT.
*>共通.項目1件の印字と履歴への追記
    WRITE-ITEM-RTN SECTION.
        IF CL-RESULT-WK = "PASS"
            THEN
                ADD 1 TO CL-PASS-CNT
            ELSE
                ADD 1 TO CL-FAIL-CNT
        END-IF.
        MOVE CL-ITEM-WK TO CHK_ITEM.
        MOVE CL-SUBJECT-WK TO CHK_SUBJECT.
        MOVE CL-RESULT-WK TO CHK_RESULT.
        MOVE CL-DETAIL-WK TO CHK_DETAIL.
        WRITE CHECKLIST_PRINT_RECORD FROM CHK_DETAIL_LINE AFTER 1 LINE.
        MOVE SPACE TO CHECKLIST_LOG_RECORD.
        MOVE CL-LOG-DATE TO CLG_DATE.
        MOVE CL-LOG-TIME TO CLG_TIME.
        MOVE CL-PERIOD-WK TO CLG_PERIOD.
        MOVE CL-ITEM-WK TO CLG_ITEM.
        MOVE CL-SUBJECT-WK TO CLG_SUBJECT.
        MOVE CL-RESULT-WK TO CLG_RESULT.
        MOVE CL-DETAIL-WK TO CLG_DETAIL.
        WRITE CHECKLIST_LOG_RECORD.
    WRITE-ITEM-EXIT.
*>共通.会計期間の開始日と月末日(期間の終了日。暦月の期間なら翌月1日の前日)
    MONTH-END-RTN SECTION.
        CALL "FISCAL_CALENDAR" USING CL-FC-MODE CL-FC-DATE
            CL-PERIOD-AREA.
    MONTH-END-EXIT.
*>共通.予定の出所と差戻しファイルの読み込み(呼ばれるたびに読み直す)
    PARM-RTN SECTION.
        MOVE ZERO TO CL-BATCH-SIZE CL-REJECT-SIZE.
        OPEN INPUT CHECKLIST_PARM_FILE.
        IF CHECKLIST_PARM_STATUS = "00"
            THEN
                PERFORM UNTIL CHECKLIST_PARM_STATUS NOT = "00"
                    READ CHECKLIST_PARM_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM PARM-ONE-RTN
                    END-READ
                END-PERFORM
                CLOSE CHECKLIST_PARM_FILE
        END-IF.
        IF CL-BATCH-SIZE = ZERO
            THEN
                MOVE 2 TO CL-BATCH-SIZE
                MOVE "PAY" TO CLB-SOURCE(1)
                MOVE "SALES" TO CLB-SOURCE(2)
        END-IF.
        IF CL-REJECT-SIZE = ZERO
            THEN
                PERFORM VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > 6
                    ADD 1 TO CL-REJECT-SIZE
                    MOVE CL-DEFAULT-REJECT(CL-SUB)
                        TO CLR-FILE-NAME(CL-REJECT-SIZE)
                END-PERFORM
        END-IF.
        PERFORM VARYING CL-BATCH-IDX FROM 1 BY 1
                UNTIL CL-BATCH-IDX > CL-BATCH-SIZE
            MOVE ZERO TO CLB-POSTED-CNT(CL-BATCH-IDX)
                CLB-PENDING-CNT(CL-BATCH-IDX)
                CLB-DEBIT(CL-BATCH-IDX)
                CLB-CREDIT(CL-BATCH-IDX)
        END-PERFORM.
    PARM-EXIT.
*>共通.パラメータ1行(B=予定の出所 R=差戻しファイル。それ以外は読み飛ばす)
    PARM-ONE-RTN SECTION.
        IF CLP_VALUE = SPACE
            THEN
                GO TO PARM-ONE-EXIT
        END-IF.
        EVALUATE TRUE
            WHEN CLP_TYPE = "B" AND CL-BATCH-SIZE < 20
                ADD 1 TO CL-BATCH-SIZE
                MOVE CLP_VALUE TO CLB-SOURCE(CL-BATCH-SIZE)
            WHEN CLP_TYPE = "R" AND CL-REJECT-SIZE < 20
                ADD 1 TO CL-REJECT-SIZE
                MOVE CLP_VALUE TO CLR-FILE-NAME(CL-REJECT-SIZE)
        END-EVALUATE.
    PARM-ONE-EXIT.
    END PROGRAM CLOSE_CHECKLIST.
*>CloseChecklistParm.txtの1行 = 種別(1) 値(30)
*>  B=月ごとに届くはずのGLバッチの出所(例 B PAY)。1行でもあれば既定のPAY/SALESに代わる
*>  R=見る差戻しファイル名(例 R GlRejects.txt)。1行でもあれば既定の一覧に代わる
*>差戻しファイルは直して戻したら空になる作り(APPLICATION_106のダッシュボードと同じ数え方)
*>CloseChecklistLog.txtの1行 = 日付(8) 時刻(8) 会計期間(6) 項目(12) 対象(30) 結果(4:PASS/FAIL)
*>内容(30)。オーバーライドで締めた場合の理由はPeriodCtlLog.txtに残る
