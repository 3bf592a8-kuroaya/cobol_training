*>受信フィードの再送許可 取り込み済みと同じ内容のため指紋照合(FEED_FINGERPRINT)で
*>止められたフィードのうち、正当な再送(銀行からの訂正なしの再配信など)を
*>権限3のオペレータが1回分だけ通す
*>指紋台帳(FeedRegister.txt)から、まだ止まったままの重複("D"行の指紋で、
*>再送許可"O"の数が取り込み済み"A"の数に届いていないもの)を一覧し、
*>選んだ指紋へ"O"行を積む。次回の照合でそのフィードは1回だけ通り、
*>取り込みの確定で"A"行が増えるため、もう一度送られてくれば再び止まる
*>許可はSESSION_LOGの"FEEDRESEND"で残る
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_163_FEED_OVERRIDE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FEED_REGISTER_FILE
            ASSIGN TO "FeedRegister.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FEED_REGISTER_STATUS.
DATA DIVISION.
    FILE SECTION.
*>指紋台帳(FEED_FINGERPRINTと同じ並び。種別 A=取り込み済み D=重複で停止 O=再送許可)
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
        01 FEED_REGISTER_STATUS PIC XX.
*>OPERATOR_SIGNONからの戻りエリア(再送許可は権限3限定)
        01 WK_SIGNON_AREA.
            05 WK_SO_OPERATOR PIC X(05).
            05 WK_SO_NAME PIC X(10).
            05 WK_SO_AUTHORITY PIC 9(01).
            05 WK_SO_RESULT PIC X(01).
        01 WK_SL_EVENT PIC X(10).
*>指紋テーブル(指紋ごとの取り込み済み・再送許可の数と、直近の停止)
        01 PRINT_TBL_MASTER.
            05 PRINT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 PRINT_TBL OCCURS 0 TO 500
                DEPENDING ON PRINT_TBL_SIZE
                INDEXED BY PRINT_IDX.
                10 PTB_FEED PIC X(08).
                10 PTB_COUNT PIC 9(07).
                10 PTB_AMOUNT PIC S9(13).
                10 PTB_HASH PIC 9(09).
                10 PTB_ACCEPTED PIC 9(05).
                10 PTB_OVERRIDE PIC 9(05).
                10 PTB_STOP_FILE PIC X(30).
                10 PTB_STOP_DATE PIC 9(08).
                10 PTB_STOPPED PIC X(01).
*>一覧(止まったままの指紋だけを番号づけする)
        01 LIST_TBL_MASTER.
            05 LIST_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 LIST_TBL OCCURS 0 TO 50
                DEPENDING ON LIST_TBL_SIZE.
                10 LST_PRINT_SUB PIC 9(03).
                10 LST_DONE PIC X(01).
        01 WK_PRINT_SUB PIC 9(03).
        01 WK_LIST_SUB PIC 9(02).
        01 CONSOLE_ROW PIC X(02).
        01 CONSOLE_CONFIRM PIC X(01).
        01 WK_ROW_NO PIC 9(02).
        01 WK_GRANTED_CNT PIC 9(02) VALUE ZERO.
        01 WK_AMOUNT_DISP PIC -(12)9.
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
                DISPLAY "FEED RESEND OVERRIDE REQUIRES AUTHORITY 3."
                GOBACK
        END-IF.
        PERFORM LOAD_REGISTER_PROC.
        IF LIST_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO DUPLICATE FEEDS ARE BEING HELD."
                GOBACK
        END-IF.
        PERFORM VARYING WK_LIST_SUB FROM 1 BY 1
                UNTIL WK_LIST_SUB > LIST_TBL_SIZE
            MOVE LST_PRINT_SUB(WK_LIST_SUB) TO WK_PRINT_SUB
            MOVE PTB_AMOUNT(WK_PRINT_SUB) TO WK_AMOUNT_DISP
            DISPLAY WK_LIST_SUB ": " PTB_FEED(WK_PRINT_SUB)
                " " PTB_STOP_FILE(WK_PRINT_SUB)
                " STOPPED " PTB_STOP_DATE(WK_PRINT_SUB)
            DISPLAY "    RECORDS " PTB_COUNT(WK_PRINT_SUB)
                " AMOUNT " WK_AMOUNT_DISP
                " ACCEPTED " PTB_ACCEPTED(WK_PRINT_SUB) " TIME(S)"
        END-PERFORM.
    EXEC_INPUT_PROC.
        DISPLAY "ROW TO AUTHORIZE RESEND (99=END) >>" WITH NO ADVANCING.
        ACCEPT CONSOLE_ROW FROM CONSOLE.
        IF CONSOLE_ROW IS NOT NUMERIC
            THEN
                DISPLAY "ROW MUST BE NUMERIC."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE CONSOLE_ROW TO WK_ROW_NO.
        IF WK_ROW_NO = 99
            THEN
                DISPLAY "FEED OVERRIDE SESSION END. AUTHORIZED: "
                    WK_GRANTED_CNT
                GOBACK
        END-IF.
        IF WK_ROW_NO < 1 OR WK_ROW_NO > LIST_TBL_SIZE
            THEN
                DISPLAY "ROW OUT OF RANGE."
                GO TO EXEC_INPUT_PROC
        END-IF.
        IF LST_DONE(WK_ROW_NO) = "1"
            THEN
                DISPLAY "ROW ALREADY AUTHORIZED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        MOVE LST_PRINT_SUB(WK_ROW_NO) TO WK_PRINT_SUB.
        DISPLAY "CONFIRM THIS IS A LEGITIMATE RESEND (Y/N) >>"
            WITH NO ADVANCING.
        ACCEPT CONSOLE_CONFIRM FROM CONSOLE.
        IF CONSOLE_CONFIRM NOT = "Y"
            THEN
                DISPLAY "NOT AUTHORIZED."
                GO TO EXEC_INPUT_PROC
        END-IF.
        PERFORM WRITE_OVERRIDE_PROC.
        MOVE "1" TO LST_DONE(WK_ROW_NO).
        ADD 1 TO WK_GRANTED_CNT.
        DISPLAY "RESEND AUTHORIZED: " PTB_FEED(WK_PRINT_SUB)
            " " PTB_STOP_FILE(WK_PRINT_SUB).
        MOVE "FEEDRESEND" TO WK_SL_EVENT.
        CALL "SESSION_LOG" USING WK_SO_OPERATOR WK_SL_EVENT.
        GO TO EXEC_INPUT_PROC.
*>台帳の読み込み(指紋ごとに集計し、止まったままのものを一覧へ)
    LOAD_REGISTER_PROC.
        OPEN INPUT FEED_REGISTER_FILE.
        IF FEED_REGISTER_STATUS = "00"
            THEN
                PERFORM UNTIL FEED_REGISTER_STATUS NOT = "00"
                    READ FEED_REGISTER_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM TALLY_PRINT_PROC
                    END-READ
                END-PERFORM
                CLOSE FEED_REGISTER_FILE
        END-IF.
        PERFORM VARYING WK_PRINT_SUB FROM 1 BY 1
                UNTIL WK_PRINT_SUB > PRINT_TBL_SIZE
            IF PTB_STOPPED(WK_PRINT_SUB) = "1"
                    AND PTB_OVERRIDE(WK_PRINT_SUB)
                        < PTB_ACCEPTED(WK_PRINT_SUB)
                    AND LIST_TBL_SIZE < 50
                THEN
                    ADD 1 TO LIST_TBL_SIZE
                    MOVE WK_PRINT_SUB TO LST_PRINT_SUB(LIST_TBL_SIZE)
                    MOVE SPACE TO LST_DONE(LIST_TBL_SIZE)
            END-IF
        END-PERFORM.
        EXIT.
*>台帳1行分の集計(同じフィード・件数・金額・ハッシュを1つの指紋とする)
    TALLY_PRINT_PROC.
        SET PRINT_IDX TO 1.
        SEARCH PRINT_TBL
            AT END
                IF PRINT_TBL_SIZE >= 500
                    THEN
                        EXIT PARAGRAPH
                END-IF
                ADD 1 TO PRINT_TBL_SIZE
                SET PRINT_IDX TO PRINT_TBL_SIZE
                MOVE FRG_FEED TO PTB_FEED(PRINT_IDX)
                MOVE FRG_COUNT TO PTB_COUNT(PRINT_IDX)
                MOVE FRG_AMOUNT TO PTB_AMOUNT(PRINT_IDX)
                MOVE FRG_HASH TO PTB_HASH(PRINT_IDX)
                MOVE ZERO TO PTB_ACCEPTED(PRINT_IDX)
                    PTB_OVERRIDE(PRINT_IDX) PTB_STOP_DATE(PRINT_IDX)
                MOVE SPACES TO PTB_STOP_FILE(PRINT_IDX)
                MOVE SPACE TO PTB_STOPPED(PRINT_IDX)
            WHEN PTB_FEED(PRINT_IDX) = FRG_FEED
                    AND PTB_COUNT(PRINT_IDX) = FRG_COUNT
                    AND PTB_AMOUNT(PRINT_IDX) = FRG_AMOUNT
                    AND PTB_HASH(PRINT_IDX) = FRG_HASH
                CONTINUE
        END-SEARCH.
        EVALUATE FRG_KIND
*>保留の後に許可して受け付けた指紋は保留中から外す(最後の"A"より後の"D"だけが保留)
            WHEN "A"
                ADD 1 TO PTB_ACCEPTED(PRINT_IDX)
                MOVE SPACE TO PTB_STOPPED(PRINT_IDX)
            WHEN "O"
                ADD 1 TO PTB_OVERRIDE(PRINT_IDX)
            WHEN "D"
                MOVE "1" TO PTB_STOPPED(PRINT_IDX)
                MOVE FRG_FILE TO PTB_STOP_FILE(PRINT_IDX)
                MOVE FRG_DATE TO PTB_STOP_DATE(PRINT_IDX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
        EXIT.
*>再送許可"O"行の追記(操作者つき)
    WRITE_OVERRIDE_PROC.
        OPEN EXTEND FEED_REGISTER_FILE.
        IF FEED_REGISTER_STATUS NOT = "00"
            THEN
                OPEN OUTPUT FEED_REGISTER_FILE
        END-IF.
        MOVE SPACE TO FEED_REGISTER_RECORD.
        MOVE PTB_FEED(WK_PRINT_SUB) TO FRG_FEED.
        MOVE PTB_STOP_FILE(WK_PRINT_SUB) TO FRG_FILE.
        MOVE PTB_COUNT(WK_PRINT_SUB) TO FRG_COUNT.
        MOVE PTB_AMOUNT(WK_PRINT_SUB) TO FRG_AMOUNT.
        MOVE PTB_HASH(WK_PRINT_SUB) TO FRG_HASH.
        MOVE "O" TO FRG_KIND.
        ACCEPT FRG_DATE FROM DATE YYYYMMDD.
        ACCEPT FRG_TIME FROM TIME.
        MOVE WK_SO_OPERATOR TO FRG_OPERATOR.
        WRITE FEED_REGISTER_RECORD.
        CLOSE FEED_REGISTER_FILE.
        EXIT.
*>許可は1回分(許可した指紋が確定されると"A"が1つ増え、同じ内容の3回目は再び止まる)
*>止まったフィードそのものは利用側プログラムを流し直して取り込む
*>メインメニュー(APPLICATION_165_MAIN_MENU)からCALLされるため、終了はSTOP RUNではなく
*>GOBACKでメニューへ戻る(単独で起動したときはSTOP RUNと同じ)
