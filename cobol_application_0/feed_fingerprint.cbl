*>FEED_FINGERPRINT 受信フィード(外部から届く入力ファイル)の指紋を取り、
*>取り込み済みの指紋台帳(FeedRegister.txt)と突き合わせる共通サブルーチン
*>同じ内容のファイルが名前を変えて再送されると、ファイル自体は正しいため
*>制御合計の検算はすべて一致してしまい、二重取り込みを止められない
*>(同じ店舗売上の二重集計、BankReturn.txtの再適用、前日のFile1の再投入)
*>指紋 = 件数 + 金額合計 + 内容ハッシュ(ファイル名は問わない)
*>  モード"C" = 指紋を取って台帳と照合する(結果をFF-RESULTへ返す)
*>              取り込み済みの指紋と一致した場合は台帳に"D"(停止)行を残す
*>  モード"A" = 取り込みの確定。"C"で返した指紋を台帳へ"A"行として積む
*>              (利用側プログラムがフィードを処理し終えたところで呼ぶ)
*>正当な再送は権限3のAPPLICATION_163_FEED_OVERRIDEが"O"(再送許可)行を
*>積むことで1回だけ通る(一致する"A"行の数だけ"O"行があれば通す)
IDENTIFICATION DIVISION.
PROGRAM-ID. FEED_FINGERPRINT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FF_FILE
            ASSIGN TO DYNAMIC WK_FF_FILE_NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FF_FILE_STATUS.
        SELECT FEED_REGISTER_FILE
            ASSIGN TO "FeedRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FEED_REGISTER_STATUS.
DATA DIVISION.
    FILE SECTION.
        FD FF_FILE.
        01 FF_RECORD PIC X(200).
*>指紋台帳(種別 A=取り込み済み D=重複で停止 O=再送許可)
        FD FEED_REGISTER_FILE.
        01 FEED_REGISTER_RECORD.
            05 FRG_FEED PIC X(08).
            05 FILLER PIC X(01).
            05 FRG_FILE PIC X(30).
            05 FILLER PIC X(01).
            05 FRG_COUNT PIC 9(07).
            05 FILLER PIC X(01).
            05 FRG_AMOUNT PIC S9(13) SIGN LEADING SEPARATE.
            05 FILLER PIC X(01).
            05 FRG_HASH PIC 9(09).
            05 FILLER PIC X(01).
            05 FRG_KIND PIC X(01).
            05 FILLER PIC X(01).
            05 FRG_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 FRG_TIME PIC 9(08).
            05 FILLER PIC X(01).
            05 FRG_OPERATOR PIC X(05).
    WORKING-STORAGE SECTION.
        01 FF_FILE_STATUS PIC XX.
        01 FEED_REGISTER_STATUS PIC XX.
        01 WK_FF_FILE_NAME PIC X(30).
*>フィード定義(金額項目の位置・桁数と、金額を拾うレコード種別。増えたらここへ行を足す)
*>金額桁数0 = 金額項目なし(件数とハッシュのみ) 種別位置0 = 全レコードの金額を拾う
        01 FEED_TBL_AREA.
            05 FEED_TBL_SIZE PIC 9(02) VALUE 5.
            05 FEED_TBL OCCURS 5 TIMES INDEXED BY FEED_IDX.
                10 FDT_FEED PIC X(08).
                10 FDT_AMT_POS PIC 9(03).
                10 FDT_AMT_LEN PIC 9(02).
                10 FDT_TYPE_POS PIC 9(03).
                10 FDT_TYPE_VALUE PIC X(01).
        01 WK_AMT_POS PIC 9(03).
        01 WK_AMT_LEN PIC 9(02).
        01 WK_TYPE_POS PIC 9(03).
        01 WK_TYPE_VALUE PIC X(01).
*>内容ハッシュ(全レコードの全桁を位置つきで畳み込む。法は9桁の素数)
        01 WK_HASH PIC 9(18).
        01 WK_CHAR_SUB PIC 9(03).
        01 CST_HASH_BASE PIC 9(02) VALUE 31.
        01 CST_HASH_MOD PIC 9(09) VALUE 999999937.
*>金額項目の取り出し(符号つき項目は先頭の+/-を許す)
        01 WK_AMT_X PIC X(15).
        01 WK_AMT_VALUE PIC S9(13).
*>台帳の照合結果(一致した"A"行・"O"行の数と、直近の取り込み)
        01 WK_ACCEPTED_CNT PIC 9(05).
        01 WK_OVERRIDE_CNT PIC 9(05).
        01 WK_LAST_FILE PIC X(30).
        01 WK_LAST_DATE PIC 9(08).
        01 WK_KIND PIC X(01).
    LINKAGE SECTION.
        01 FF-MODE PIC X(01).
        01 FF-FEED PIC X(08).
        01 FF-FILE-NAME PIC X(30).
        01 FF-PRINT.
            05 FF-COUNT PIC 9(07).
            05 FF-AMOUNT PIC S9(13).
            05 FF-HASH PIC 9(09).
        01 FF-RESULT PIC X(01).
            88 FF-NEW VALUE "N".
            88 FF-OVERRIDDEN VALUE "O".
            88 FF-DUPLICATE VALUE "D".
            88 FF-NO-DATA VALUE "M".
        01 FF-MESSAGE PIC X(40).
PROCEDURE DIVISION USING FF-MODE FF-FEED FF-FILE-NAME FF-PRINT
        FF-RESULT FF-MESSAGE.
    MAIN-RTN SECTION.
        MOVE SPACES TO FF-MESSAGE.
        IF FF-MODE = "A"
            THEN
                PERFORM ACCEPT-PRINT-RTN
                GO TO MAIN-EXIT
        END-IF.
        SET FF-NEW TO TRUE.
        PERFORM INIT-FEED-TBL-RTN.
        PERFORM TAKE-PRINT-RTN.
*>未着・空のファイルは指紋を取らない(空にした取り込み済みファイル同士が
*>一致して止まらないように。未着の扱いは利用側の従来どおり)
        IF FF-COUNT = ZERO
            THEN
                SET FF-NO-DATA TO TRUE
                MOVE "FEED MISSING OR EMPTY" TO FF-MESSAGE
                GO TO MAIN-EXIT
        END-IF.
        PERFORM MATCH-REGISTER-RTN.
        IF WK_ACCEPTED_CNT = ZERO
            THEN
                GO TO MAIN-EXIT
        END-IF.
        IF WK_OVERRIDE_CNT >= WK_ACCEPTED_CNT
            THEN
                SET FF-OVERRIDDEN TO TRUE
                STRING "RESEND AUTHORIZED. PRIOR " DELIMITED BY SIZE
                    WK_LAST_DATE DELIMITED BY SIZE
                    INTO FF-MESSAGE
            ELSE
                SET FF-DUPLICATE TO TRUE
                STRING "DUPLICATE OF " DELIMITED BY SIZE
                    WK_LAST_FILE DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WK_LAST_DATE DELIMITED BY SIZE
                    INTO FF-MESSAGE
                MOVE "D" TO WK_KIND
                PERFORM WRITE-REGISTER-RTN
        END-IF.
    MAIN-EXIT.
        EXIT PROGRAM.
*>1.指紋の採取(件数・金額合計はTRAILERレコードを除く。ハッシュは全レコード)
    TAKE-PRINT-RTN SECTION.
        MOVE ZERO TO FF-COUNT FF-AMOUNT FF-HASH WK_HASH.
        MOVE FF-FILE-NAME TO WK_FF_FILE_NAME.
        OPEN INPUT FF_FILE.
        IF FF_FILE_STATUS NOT = "00"
            THEN
                GO TO TAKE-PRINT-EXIT
        END-IF.
        PERFORM UNTIL FF_FILE_STATUS NOT = "00"
            MOVE SPACE TO FF_RECORD
            READ FF_FILE
                AT END
                    CONTINUE
                NOT AT END
                    PERFORM HASH-RECORD-RTN
                    IF FF_RECORD(1:7) NOT = "TRAILER"
                        THEN
                            ADD 1 TO FF-COUNT
                            PERFORM ADD-AMOUNT-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE FF_FILE.
        MOVE WK_HASH TO FF-HASH.
    TAKE-PRINT-EXIT.
*>1-1.レコード1件分のハッシュの畳み込み(末尾にレコード区切りを足す)
    HASH-RECORD-RTN SECTION.
        PERFORM VARYING WK_CHAR_SUB FROM 1 BY 1
                UNTIL WK_CHAR_SUB > 200
            COMPUTE WK_HASH = FUNCTION MOD(WK_HASH * CST_HASH_BASE
                + FUNCTION ORD(FF_RECORD(WK_CHAR_SUB:1)), CST_HASH_MOD)
        END-PERFORM.
        COMPUTE WK_HASH =
            FUNCTION MOD(WK_HASH * CST_HASH_BASE + 1, CST_HASH_MOD).
    HASH-RECORD-EXIT.
*>1-2.金額項目の積み上げ(数字でない項目は拾わない)
    ADD-AMOUNT-RTN SECTION.
        IF WK_AMT_LEN = ZERO
            THEN
                GO TO ADD-AMOUNT-EXIT
        END-IF.
        IF WK_TYPE_POS > ZERO
            THEN
                IF FF_RECORD(WK_TYPE_POS:1) NOT = WK_TYPE_VALUE
                    THEN
                        GO TO ADD-AMOUNT-EXIT
                END-IF
        END-IF.
        MOVE SPACES TO WK_AMT_X.
        MOVE FF_RECORD(WK_AMT_POS:WK_AMT_LEN) TO WK_AMT_X.
        IF WK_AMT_X(1:WK_AMT_LEN) IS NUMERIC
            THEN
                COMPUTE WK_AMT_VALUE =
                    FUNCTION NUMVAL(WK_AMT_X(1:WK_AMT_LEN))
                ADD WK_AMT_VALUE TO FF-AMOUNT
                GO TO ADD-AMOUNT-EXIT
        END-IF.
        IF (WK_AMT_X(1:1) = "+" OR WK_AMT_X(1:1) = "-")
                AND WK_AMT_LEN > 1
            THEN
                IF WK_AMT_X(2:WK_AMT_LEN - 1) IS NUMERIC
                    THEN
                        COMPUTE WK_AMT_VALUE =
                            FUNCTION NUMVAL(WK_AMT_X(1:WK_AMT_LEN))
                        ADD WK_AMT_VALUE TO FF-AMOUNT
                END-IF
        END-IF.
    ADD-AMOUNT-EXIT.
*>2.台帳との照合(同じフィード・件数・金額・ハッシュの"A"行と"O"行を数える)
    MATCH-REGISTER-RTN SECTION.
        MOVE ZERO TO WK_ACCEPTED_CNT WK_OVERRIDE_CNT WK_LAST_DATE.
        MOVE SPACES TO WK_LAST_FILE.
        OPEN INPUT FEED_REGISTER_FILE.
        IF FEED_REGISTER_STATUS NOT = "00"
            THEN
                GO TO MATCH-REGISTER-EXIT
        END-IF.
        PERFORM UNTIL FEED_REGISTER_STATUS NOT = "00"
            READ FEED_REGISTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF FRG_FEED = FF-FEED
                            AND FRG_COUNT = FF-COUNT
                            AND FRG_AMOUNT = FF-AMOUNT
                            AND FRG_HASH = FF-HASH
                        THEN
                            EVALUATE FRG_KIND
                                WHEN "A"
                                    ADD 1 TO WK_ACCEPTED_CNT
                                    MOVE FRG_FILE TO WK_LAST_FILE
                                    MOVE FRG_DATE TO WK_LAST_DATE
                                WHEN "O"
                                    ADD 1 TO WK_OVERRIDE_CNT
                                WHEN OTHER
                                    CONTINUE
                            END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE FEED_REGISTER_FILE.
    MATCH-REGISTER-EXIT.
*>3.取り込みの確定(指紋のあるものだけ"A"行を積む)
    ACCEPT-PRINT-RTN SECTION.
        IF FF-COUNT = ZERO
            THEN
                GO TO ACCEPT-PRINT-EXIT
        END-IF.
        MOVE "A" TO WK_KIND.
        PERFORM WRITE-REGISTER-RTN.
    ACCEPT-PRINT-EXIT.
*>台帳への1行追記(種別はWK_KINDで受け取る)
    WRITE-REGISTER-RTN SECTION.
        OPEN EXTEND FEED_REGISTER_FILE.
        IF FEED_REGISTER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT FEED_REGISTER_FILE
        END-IF.
        MOVE SPACE TO FEED_REGISTER_RECORD.
        MOVE WK_KIND TO FRG_KIND.
        MOVE FF-FEED TO FRG_FEED.
        MOVE FF-FILE-NAME TO FRG_FILE.
        MOVE FF-COUNT TO FRG_COUNT.
        MOVE FF-AMOUNT TO FRG_AMOUNT.
        MOVE FF-HASH TO FRG_HASH.
        ACCEPT FRG_DATE FROM DATE YYYYMMDD.
        ACCEPT FRG_TIME FROM TIME.
        MOVE "BATCH" TO FRG_OPERATOR.
        WRITE FEED_REGISTER_RECORD.
        CLOSE FEED_REGISTER_FILE.
    WRITE-REGISTER-EXIT.
*>フィード定義テーブルの構築と、対象フィードの定義の取り出し
    INIT-FEED-TBL-RTN SECTION.
*>File1.txtはチェーンごとにレコード様式が異なるため金額項目なし
        MOVE "FILE1" TO FDT_FEED(1).
        MOVE ZERO TO FDT_AMT_POS(1) FDT_AMT_LEN(1) FDT_TYPE_POS(1).
        MOVE SPACE TO FDT_TYPE_VALUE(1).
*>店舗売上ファイル("T"日計の金額。トレーラの合計と同じ対象)
        MOVE "STORE" TO FDT_FEED(2).
        MOVE 14 TO FDT_AMT_POS(2).
        MOVE 7 TO FDT_AMT_LEN(2).
        MOVE 1 TO FDT_TYPE_POS(2).
        MOVE "T" TO FDT_TYPE_VALUE(2).
*>入金ファイル(ArReceipts.txtの入金額)
        MOVE "ARRCPT" TO FDT_FEED(3).
        MOVE 23 TO FDT_AMT_POS(3).
        MOVE 9 TO FDT_AMT_LEN(3).
        MOVE ZERO TO FDT_TYPE_POS(3).
        MOVE SPACE TO FDT_TYPE_VALUE(3).
*>銀行リターン・プレノートリターン(符号つき金額)
        MOVE "BANKRET" TO FDT_FEED(4).
        MOVE 7 TO FDT_AMT_POS(4).
        MOVE 8 TO FDT_AMT_LEN(4).
        MOVE ZERO TO FDT_TYPE_POS(4).
        MOVE SPACE TO FDT_TYPE_VALUE(4).
        MOVE "PRENOTE" TO FDT_FEED(5).
        MOVE 7 TO FDT_AMT_POS(5).
        MOVE 8 TO FDT_AMT_LEN(5).
        MOVE ZERO TO FDT_TYPE_POS(5).
        MOVE SPACE TO FDT_TYPE_VALUE(5).
        MOVE ZERO TO WK_AMT_POS WK_AMT_LEN WK_TYPE_POS.
        MOVE SPACE TO WK_TYPE_VALUE.
        SET FEED_IDX TO 1.
        SEARCH FEED_TBL
            AT END
                CONTINUE
            WHEN FDT_FEED(FEED_IDX) = FF-FEED
                MOVE FDT_AMT_POS(FEED_IDX) TO WK_AMT_POS
                MOVE FDT_AMT_LEN(FEED_IDX) TO WK_AMT_LEN
                MOVE FDT_TYPE_POS(FEED_IDX) TO WK_TYPE_POS
                MOVE FDT_TYPE_VALUE(FEED_IDX) TO WK_TYPE_VALUE
        END-SEARCH.
    INIT-FEED-TBL-EXIT.
END PROGRAM FEED_FINGERPRINT.
*>FeedRegister.txtの1行 = フィード(8) ファイル名(30) 件数(7) 金額合計(符号+13)
*>  ハッシュ(9) 種別(1:A/D/O) 日付(8) 時刻(8) 操作者(5:バッチはBATCH)
*>フィード:FILE1=File1.txt STORE=店舗売上ファイル ARRCPT=ArReceipts.txt
*>  BANKRET=BankReturn.txt PRENOTE=PrenoteReturn.txt
*>照合はフィード・件数・金額合計・ハッシュの全一致(ファイル名・日付は見ない)
*>指紋の照合は利用側が処理の前に"C"で、取り込みの確定は処理の後に"A"で行う
*>  File1.txt         = APPLICATION_32_BATCH_DRIVER(事前点検の後に照合、正常完走で確定)
*>  店舗売上ファイル  = APPLICATION_51_STORE_CHECKが照合(重複は不合格扱い)、
*>                      APPLICATION_33_ROLLUPが集計した店舗の分を確定
*>  ArReceipts.txt    = APPLICATION_86_AR_LEDGER
*>  BankReturn.txt    = APPLICATION_58_BANK_RETURN
*>  PrenoteReturn.txt = APPLICATION_96_PRENOTE(RECEIVE)
