*>NETWORK_CHECK ジョブネットワーク定義(JobNetwork.txt)のファイル依存の検証と
*>チェーンごとの依存一覧表を作る共通サブルーチン
*>ステップの並べ替えや並行グループへの追加で、あるステップが別のステップの
*>書きかけの出力を読むと、夜中に初めて分かる。そこでステップ行とは別に
*>ファイル行(ステップが読むファイル"<"・書くファイル">"・チェーン開始前に
*>そろっている受信フィードやチェーン外で保守するマスタ"=")を定義に持ち、
*>  1.読むファイルを、それより前のステップも受信フィードも作っていない
*>  2.並行グループの中で2つのステップが同じファイルを書く
*>  3.並行グループの中で、あるステップが他のステップの出力を読む
*>  4.ファイル行のステップ名がそのチェーンに無い
*>を誤りとして依存一覧表(NetworkCheckReport.txt。スプール台帳へ登録)に印字する
*>ファイル行の無いステップは検証しない(一覧表に"NO FILES DECLARED"と出す)
*>  NC-CHAIN  = 検証するチェーン名(空白=定義にある全チェーン)
*>  NC-RESULT = "Y" 誤りなし "N" 誤りあり "M" 該当チェーンの定義なし
*>APPLICATION_32_BATCH_DRIVERが実行チェーンについて開始前に呼び、
*>APPLICATION_171_NETWORK_CHECKが全チェーンの検証として呼ぶ
IDENTIFICATION DIVISION.
PROGRAM-ID. NETWORK_CHECK.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT JOB_NETWORK_FILE
            ASSIGN TO "JobNetwork.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JOB_NETWORK_STATUS.
        SELECT PRINT_FILE
            ASSIGN TO "NetworkCheckReport.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
*>ステップ行(APPLICATION_32_BATCH_DRIVERと同じ並び。必要な項目だけを見る)
        FD JOB_NETWORK_FILE.
        01 JOB_NETWORK_RECORD.
            05 JN_CHAIN PIC X(08).
            05 FILLER PIC X(01).
            05 JN_STEP_NO PIC X(02).
            05 FILLER PIC X(01).
            05 JN_STEP_NAME PIC X(10).
            05 FILLER PIC X(01).
            05 JN_PROGRAM PIC X(30).
            05 FILLER PIC X(01).
            05 JN_FREQ PIC X(01).
            05 FILLER PIC X(01).
            05 JN_PRED PIC X(10).
            05 FILLER PIC X(01).
            05 JN_GROUP PIC X(01).
            05 FILLER PIC X(70).
*>ファイル行(プログラム欄の先頭1桁が向き、続いてファイル名)
        01 JOB_NETWORK_FILE_ROW.
            05 JNF_CHAIN PIC X(08).
            05 FILLER PIC X(01).
            05 JNF_STEP_NO PIC X(02).
            05 FILLER PIC X(01).
            05 JNF_STEP_NAME PIC X(10).
            05 FILLER PIC X(01).
            05 JNF_DIRECTION PIC X(01).
                88 JNF_FILE_ROW VALUE "<" ">" "=".
            05 FILLER PIC X(01).
            05 JNF_FILE_NAME PIC X(30).
            05 FILLER PIC X(84).
        FD PRINT_FILE.
        01 PRINT_RECORD PIC X(80).
    WORKING-STORAGE SECTION.
        01 JOB_NETWORK_STATUS PIC XX.
*>ステップテーブル(定義の並び順。ブロック番号=直列ステップ1つ、または
*>同じ並行グループ番号の連続ステップのまとまり)
        01 STEP_TBL_MASTER.
            05 STEP_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 STEP_TBL OCCURS 0 TO 200
                DEPENDING ON STEP_TBL_SIZE
                INDEXED BY STEP_IDX.
                10 STT_CHAIN PIC X(08).
                10 STT_STEP_NO PIC X(02).
                10 STT_NAME PIC X(10).
                10 STT_PROGRAM PIC X(30).
                10 STT_GROUP PIC X(01).
                10 STT_BLOCK PIC 9(03).
                10 STT_FILE_CNT PIC 9(03).
*>ファイルテーブル(向き < 読む > 書く = チェーン開始前からある)
        01 FILE_TBL_MASTER.
            05 FILE_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 FILE_TBL OCCURS 0 TO 800
                DEPENDING ON FILE_TBL_SIZE
                INDEXED BY FILE_IDX.
                10 FLT_CHAIN PIC X(08).
                10 FLT_STEP_NAME PIC X(10).
                10 FLT_DIRECTION PIC X(01).
                10 FLT_FILE_NAME PIC X(30).
                10 FLT_STEP_SUB PIC 9(03).
*>チェーン一覧(定義に現れた順)
        01 CHAIN_TBL_MASTER.
            05 CHAIN_TBL_SIZE PIC 9(02) VALUE ZERO.
            05 CHAIN_TBL OCCURS 0 TO 30
                DEPENDING ON CHAIN_TBL_SIZE
                INDEXED BY CHAIN_IDX.
                10 CHT_CHAIN PIC X(08).
        01 WK_CHAIN PIC X(08).
        01 WK_STEP_SUB PIC 9(03).
        01 WK_OTHER_SUB PIC 9(03).
        01 WK_FILE_SUB PIC 9(03).
        01 WK_OTHER_FILE_SUB PIC 9(03).
        01 WK_BLOCK PIC 9(03).
        01 WK_PREV_GROUP PIC X(01).
        01 WK_PREV_CHAIN PIC X(08).
        01 WK_PRODUCER PIC X(10).
        01 WK_PRODUCER_SW PIC X(01).
        01 WK_PRODUCER_BLOCK PIC 9(03).
        01 WK_CONFLICT PIC X(10).
        01 WK_READERS PIC X(43).
        01 WK_READERS_PTR PIC 9(03).
        01 WK_CHAIN_ERRORS PIC 9(03).
        01 WK_ERROR_CNT PIC 9(03).
        01 WK_TODAY PIC 9(08).
*>スプール台帳への登録用
        01 WK_SC_DOC_NAME PIC X(30) VALUE "NetworkCheckReport.txt".
*>帳票行(チェーン見出し/ステップ/ファイル/誤り/チェーン計)
        01 NCR_TITLE_LINE.
            05 PIC X(40) VALUE "*** JOB NETWORK FILE DEPENDENCIES ***  ".
            05 PIC X(06) VALUE "CHAIN ".
            05 NCR_CHAIN PIC X(08).
            05 PIC X(04) VALUE SPACE.
            05 NCR_TODAY PIC 9(08).
            05 PIC X(14) VALUE SPACE.
        01 NCR_HEADING_LINE.
            05 PIC X(80) VALUE
            "NO NAME       PROGRAM                        GRP".
        01 NCR_STEP_LINE.
            05 NCR_STEP_NO PIC X(02).
            05 PIC X(01) VALUE SPACE.
            05 NCR_STEP_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 NCR_PROGRAM PIC X(30).
            05 PIC X(01) VALUE SPACE.
            05 NCR_GROUP PIC X(03).
            05 PIC X(01) VALUE SPACE.
            05 NCR_STEP_NOTE PIC X(31).
        01 NCR_FILE_LINE.
            05 PIC X(04) VALUE SPACE.
            05 NCR_DIRECTION PIC X(05).
            05 NCR_FILE_NAME PIC X(25).
            05 PIC X(01) VALUE SPACE.
            05 NCR_ARROW PIC X(02).
            05 PIC X(01) VALUE SPACE.
            05 NCR_PARTNER PIC X(42).
        01 NCR_ERROR_LINE.
            05 PIC X(07) VALUE "    ** ".
            05 NCR_ERROR PIC X(73).
        01 NCR_TOTAL_LINE.
            05 PIC X(16) VALUE "CHAIN ERRORS:   ".
            05 NCR_CHAIN_ERRORS PIC ZZ9.
            05 PIC X(61) VALUE SPACE.
    LINKAGE SECTION.
        01 NC-CHAIN PIC X(08).
        01 NC-RESULT PIC X(01).
            88 NC-OK VALUE "Y".
            88 NC-ERROR VALUE "N".
            88 NC-NO-CHAIN VALUE "M".
        01 NC-ERROR-CNT PIC 9(03).
PROCEDURE DIVISION USING NC-CHAIN NC-RESULT NC-ERROR-CNT.
    MAIN-RTN SECTION.
        MOVE ZERO TO STEP_TBL_SIZE FILE_TBL_SIZE CHAIN_TBL_SIZE
            WK_ERROR_CNT NC-ERROR-CNT.
        PERFORM LOAD-NETWORK-RTN.
        IF CHAIN_TBL_SIZE = ZERO
            THEN
                SET NC-NO-CHAIN TO TRUE
                GO TO MAIN-EXIT
        END-IF.
        PERFORM LINK-FILES-RTN.
        CALL "BUSINESS_DATE" USING WK_TODAY.
        OPEN OUTPUT PRINT_FILE.
        PERFORM CHECK-CHAIN-RTN
            VARYING CHAIN_IDX FROM 1 BY 1
            UNTIL CHAIN_IDX > CHAIN_TBL_SIZE.
        CLOSE PRINT_FILE.
        CALL "SPOOL_CATALOG" USING WK_SC_DOC_NAME.
        MOVE WK_ERROR_CNT TO NC-ERROR-CNT.
        IF WK_ERROR_CNT = ZERO
            THEN
                SET NC-OK TO TRUE
            ELSE
                SET NC-ERROR TO TRUE
        END-IF.
    MAIN-EXIT.
        EXIT PROGRAM.
*>1.定義の読み込み(指定チェーンの行だけ。ステップ行とファイル行を振り分け、
*>ステップごとに並行グループのブロック番号を振る)
    LOAD-NETWORK-RTN SECTION.
        OPEN INPUT JOB_NETWORK_FILE.
        IF JOB_NETWORK_STATUS NOT = "00"
            THEN
                GO TO LOAD-NETWORK-EXIT
        END-IF.
        MOVE ZERO TO WK_BLOCK.
        MOVE SPACE TO WK_PREV_GROUP WK_PREV_CHAIN.
        PERFORM UNTIL JOB_NETWORK_STATUS NOT = "00"
            MOVE SPACE TO JOB_NETWORK_RECORD
            READ JOB_NETWORK_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF JN_CHAIN NOT = SPACE
                            AND (NC-CHAIN = SPACE OR JN_CHAIN = NC-CHAIN)
                        THEN
                            PERFORM ADD-CHAIN-RTN
                            IF JNF_FILE_ROW
                                THEN
                                    PERFORM ADD-FILE-RTN
                                ELSE
                                    PERFORM ADD-STEP-RTN
                            END-IF
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE JOB_NETWORK_FILE.
    LOAD-NETWORK-EXIT.
    ADD-CHAIN-RTN SECTION.
        SET CHAIN_IDX TO 1.
        SEARCH CHAIN_TBL
            AT END
                IF CHAIN_TBL_SIZE < 30
                    THEN
                        ADD 1 TO CHAIN_TBL_SIZE
                        MOVE JN_CHAIN TO CHT_CHAIN(CHAIN_TBL_SIZE)
                END-IF
            WHEN CHT_CHAIN(CHAIN_IDX) = JN_CHAIN
                CONTINUE
        END-SEARCH.
    ADD-CHAIN-EXIT.
*>並行グループ:同じチェーンで同じ番号(0以外)が連続する間は同じブロック
    ADD-STEP-RTN SECTION.
        IF STEP_TBL_SIZE NOT < 200
            THEN
                GO TO ADD-STEP-EXIT
        END-IF.
        IF JN_CHAIN NOT = WK_PREV_CHAIN
                OR JN_GROUP = "0" OR JN_GROUP = SPACE
                OR JN_GROUP NOT = WK_PREV_GROUP
            THEN
                ADD 1 TO WK_BLOCK
        END-IF.
        MOVE JN_CHAIN TO WK_PREV_CHAIN.
        MOVE JN_GROUP TO WK_PREV_GROUP.
        ADD 1 TO STEP_TBL_SIZE.
        SET STEP_IDX TO STEP_TBL_SIZE.
        MOVE JN_CHAIN TO STT_CHAIN(STEP_IDX).
        MOVE JN_STEP_NO TO STT_STEP_NO(STEP_IDX).
        MOVE JN_STEP_NAME TO STT_NAME(STEP_IDX).
        MOVE JN_PROGRAM TO STT_PROGRAM(STEP_IDX).
        MOVE JN_GROUP TO STT_GROUP(STEP_IDX).
        MOVE WK_BLOCK TO STT_BLOCK(STEP_IDX).
        MOVE ZERO TO STT_FILE_CNT(STEP_IDX).
    ADD-STEP-EXIT.
    ADD-FILE-RTN SECTION.
        IF FILE_TBL_SIZE NOT < 800 OR JNF_FILE_NAME = SPACE
            THEN
                GO TO ADD-FILE-EXIT
        END-IF.
        ADD 1 TO FILE_TBL_SIZE.
        SET FILE_IDX TO FILE_TBL_SIZE.
        MOVE JNF_CHAIN TO FLT_CHAIN(FILE_IDX).
        MOVE JNF_STEP_NAME TO FLT_STEP_NAME(FILE_IDX).
        MOVE JNF_DIRECTION TO FLT_DIRECTION(FILE_IDX).
        MOVE JNF_FILE_NAME TO FLT_FILE_NAME(FILE_IDX).
        MOVE ZERO TO FLT_STEP_SUB(FILE_IDX).
    ADD-FILE-EXIT.
*>2.ファイル行とステップの結び付け(定義の後ろにあるステップ行でも結べるよう、
*>全部読んでから行う。"="行はステップに結ばない)
    LINK-FILES-RTN SECTION.
        PERFORM VARYING WK_FILE_SUB FROM 1 BY 1
                UNTIL WK_FILE_SUB > FILE_TBL_SIZE
            IF FLT_DIRECTION(WK_FILE_SUB) NOT = "="
                THEN
                    PERFORM VARYING WK_STEP_SUB FROM 1 BY 1
                            UNTIL WK_STEP_SUB > STEP_TBL_SIZE
                            OR FLT_STEP_SUB(WK_FILE_SUB) NOT = ZERO
                        IF STT_CHAIN(WK_STEP_SUB)
                                = FLT_CHAIN(WK_FILE_SUB)
                                AND STT_NAME(WK_STEP_SUB)
                                = FLT_STEP_NAME(WK_FILE_SUB)
                            THEN
                                MOVE WK_STEP_SUB
                                    TO FLT_STEP_SUB(WK_FILE_SUB)
                                ADD 1 TO STT_FILE_CNT(WK_STEP_SUB)
                        END-IF
                    END-PERFORM
            END-IF
        END-PERFORM.
    LINK-FILES-EXIT.
*>3.チェーン1本分の検証と依存一覧
    CHECK-CHAIN-RTN SECTION.
        MOVE CHT_CHAIN(CHAIN_IDX) TO WK_CHAIN.
        MOVE ZERO TO WK_CHAIN_ERRORS.
        MOVE WK_CHAIN TO NCR_CHAIN.
        MOVE WK_TODAY TO NCR_TODAY.
        WRITE PRINT_RECORD FROM NCR_TITLE_LINE AFTER PAGE.
*>チェーン開始前からそろっているファイル(受信フィード・チェーン外のマスタ)
        PERFORM VARYING WK_FILE_SUB FROM 1 BY 1
                UNTIL WK_FILE_SUB > FILE_TBL_SIZE
            IF FLT_CHAIN(WK_FILE_SUB) = WK_CHAIN
                    AND FLT_DIRECTION(WK_FILE_SUB) = "="
                THEN
                    MOVE SPACE TO NCR_FILE_LINE
                    MOVE "FEED" TO NCR_DIRECTION
                    MOVE FLT_FILE_NAME(WK_FILE_SUB) TO NCR_FILE_NAME
                    MOVE "AVAILABLE BEFORE THE CHAIN STARTS"
                        TO NCR_PARTNER
                    WRITE PRINT_RECORD FROM NCR_FILE_LINE AFTER 1 LINE
            END-IF
        END-PERFORM.
        WRITE PRINT_RECORD FROM NCR_HEADING_LINE AFTER 2 LINE.
        PERFORM CHECK-STEP-RTN
            VARYING WK_STEP_SUB FROM 1 BY 1
            UNTIL WK_STEP_SUB > STEP_TBL_SIZE.
*>どのステップにも結び付かないファイル行
        PERFORM VARYING WK_FILE_SUB FROM 1 BY 1
                UNTIL WK_FILE_SUB > FILE_TBL_SIZE
            IF FLT_CHAIN(WK_FILE_SUB) = WK_CHAIN
                    AND FLT_DIRECTION(WK_FILE_SUB) NOT = "="
                    AND FLT_STEP_SUB(WK_FILE_SUB) = ZERO
                THEN
                    MOVE SPACE TO NCR_ERROR
                    STRING "FILE ROW FOR UNKNOWN STEP " DELIMITED BY SIZE
                        FLT_STEP_NAME(WK_FILE_SUB) DELIMITED BY SPACE
                        ": " DELIMITED BY SIZE
                        FLT_FILE_NAME(WK_FILE_SUB) DELIMITED BY SPACE
                        INTO NCR_ERROR
                    PERFORM WRITE-ERROR-RTN
            END-IF
        END-PERFORM.
        MOVE WK_CHAIN_ERRORS TO NCR_CHAIN_ERRORS.
        WRITE PRINT_RECORD FROM NCR_TOTAL_LINE AFTER 2 LINE.
    CHECK-CHAIN-EXIT.
*>3-1.ステップ1つ分(読むファイルの出どころ、書くファイルの読み手、
*>並行グループ内の衝突)
    CHECK-STEP-RTN SECTION.
        IF STT_CHAIN(WK_STEP_SUB) NOT = WK_CHAIN
            THEN
                GO TO CHECK-STEP-EXIT
        END-IF.
        MOVE SPACE TO NCR_STEP_LINE.
        MOVE STT_STEP_NO(WK_STEP_SUB) TO NCR_STEP_NO.
        MOVE STT_NAME(WK_STEP_SUB) TO NCR_STEP_NAME.
        MOVE STT_PROGRAM(WK_STEP_SUB) TO NCR_PROGRAM.
        IF STT_GROUP(WK_STEP_SUB) = "0" OR STT_GROUP(WK_STEP_SUB) = SPACE
            THEN
                MOVE " - " TO NCR_GROUP
            ELSE
                MOVE SPACE TO NCR_GROUP
                MOVE STT_GROUP(WK_STEP_SUB) TO NCR_GROUP(2:1)
        END-IF.
        IF STT_FILE_CNT(WK_STEP_SUB) = ZERO
            THEN
                MOVE "NO FILES DECLARED" TO NCR_STEP_NOTE
        END-IF.
        WRITE PRINT_RECORD FROM NCR_STEP_LINE AFTER 1 LINE.
        PERFORM VARYING WK_FILE_SUB FROM 1 BY 1
                UNTIL WK_FILE_SUB > FILE_TBL_SIZE
            IF FLT_STEP_SUB(WK_FILE_SUB) = WK_STEP_SUB
                THEN
                    IF FLT_DIRECTION(WK_FILE_SUB) = "<"
                        THEN
                            PERFORM CHECK-INPUT-RTN
                        ELSE
                            PERFORM CHECK-OUTPUT-RTN
                    END-IF
            END-IF
        END-PERFORM.
    CHECK-STEP-EXIT.
*>3-2.読むファイル:前のブロックの最後の書き手、無ければフィード、
*>同じブロックの他のステップが書いていれば誤り
    CHECK-INPUT-RTN SECTION.
        MOVE SPACE TO NCR_FILE_LINE.
        MOVE "IN" TO NCR_DIRECTION.
        MOVE FLT_FILE_NAME(WK_FILE_SUB) TO NCR_FILE_NAME.
        MOVE "<-" TO NCR_ARROW.
        MOVE SPACE TO WK_PRODUCER.
        MOVE "N" TO WK_PRODUCER_SW.
        MOVE ZERO TO WK_PRODUCER_BLOCK.
        MOVE SPACE TO WK_CONFLICT.
        PERFORM VARYING WK_OTHER_FILE_SUB FROM 1 BY 1
                UNTIL WK_OTHER_FILE_SUB > FILE_TBL_SIZE
            IF FLT_CHAIN(WK_OTHER_FILE_SUB) = WK_CHAIN
                    AND FLT_FILE_NAME(WK_OTHER_FILE_SUB)
                    = FLT_FILE_NAME(WK_FILE_SUB)
                THEN
                    EVALUATE TRUE
                        WHEN FLT_DIRECTION(WK_OTHER_FILE_SUB) = "="
                            IF WK_PRODUCER_SW = "N"
                                THEN
                                    MOVE "F" TO WK_PRODUCER_SW
                            END-IF
                        WHEN FLT_DIRECTION(WK_OTHER_FILE_SUB) = ">"
                                AND FLT_STEP_SUB(WK_OTHER_FILE_SUB)
                                NOT = ZERO
                            MOVE FLT_STEP_SUB(WK_OTHER_FILE_SUB)
                                TO WK_OTHER_SUB
                            PERFORM INPUT-PRODUCER-RTN
                    END-EVALUATE
            END-IF
        END-PERFORM.
        EVALUATE TRUE
            WHEN WK_CONFLICT NOT = SPACE
                MOVE "** WRITTEN IN THE SAME PARALLEL GROUP"
                    TO NCR_PARTNER
            WHEN WK_PRODUCER_SW = "S"
                MOVE WK_PRODUCER TO NCR_PARTNER
            WHEN WK_PRODUCER_SW = "F"
                MOVE "FEED" TO NCR_PARTNER
            WHEN OTHER
                MOVE "** NOT PRODUCED BEFORE THIS STEP" TO NCR_PARTNER
        END-EVALUATE.
        WRITE PRINT_RECORD FROM NCR_FILE_LINE AFTER 1 LINE.
        IF WK_CONFLICT NOT = SPACE
            THEN
                MOVE SPACE TO NCR_ERROR
                STRING "PARALLEL GROUP " STT_GROUP(WK_STEP_SUB) ": "
                    DELIMITED BY SIZE
                    STT_NAME(WK_STEP_SUB) DELIMITED BY SPACE
                    " READS " DELIMITED BY SIZE
                    FLT_FILE_NAME(WK_FILE_SUB) DELIMITED BY SPACE
                    " WRITTEN BY " DELIMITED BY SIZE
                    WK_CONFLICT DELIMITED BY SPACE
                    INTO NCR_ERROR
                PERFORM WRITE-ERROR-RTN
                GO TO CHECK-INPUT-EXIT
        END-IF.
        IF WK_PRODUCER_SW = "N"
            THEN
                MOVE SPACE TO NCR_ERROR
                STRING STT_NAME(WK_STEP_SUB) DELIMITED BY SPACE
                    " READS " DELIMITED BY SIZE
                    FLT_FILE_NAME(WK_FILE_SUB) DELIMITED BY SPACE
                    " BUT NO EARLIER STEP OR FEED PRODUCES IT"
                    DELIMITED BY SIZE INTO NCR_ERROR
                PERFORM WRITE-ERROR-RTN
        END-IF.
    CHECK-INPUT-EXIT.
*>書き手が前のブロック=出どころ(後ろの書き手ほど新しい)、同じブロックの
*>別ステップ=書きかけを読む誤り
    INPUT-PRODUCER-RTN SECTION.
        IF STT_BLOCK(WK_OTHER_SUB) < STT_BLOCK(WK_STEP_SUB)
            THEN
                IF STT_BLOCK(WK_OTHER_SUB) NOT < WK_PRODUCER_BLOCK
                    THEN
                        MOVE STT_NAME(WK_OTHER_SUB) TO WK_PRODUCER
                        MOVE STT_BLOCK(WK_OTHER_SUB) TO WK_PRODUCER_BLOCK
                        MOVE "S" TO WK_PRODUCER_SW
                END-IF
                GO TO INPUT-PRODUCER-EXIT
        END-IF.
        IF STT_BLOCK(WK_OTHER_SUB) = STT_BLOCK(WK_STEP_SUB)
                AND WK_OTHER_SUB NOT = WK_STEP_SUB
            THEN
                MOVE STT_NAME(WK_OTHER_SUB) TO WK_CONFLICT
        END-IF.
    INPUT-PRODUCER-EXIT.
*>3-3.書くファイル:後のブロックの読み手を並べる。同じブロックの別ステップも
*>書いていれば誤り(対の2本目の側で1回だけ数える)
    CHECK-OUTPUT-RTN SECTION.
        MOVE SPACE TO NCR_FILE_LINE WK_READERS WK_CONFLICT.
        MOVE 1 TO WK_READERS_PTR.
        MOVE "OUT" TO NCR_DIRECTION.
        MOVE FLT_FILE_NAME(WK_FILE_SUB) TO NCR_FILE_NAME.
        MOVE "->" TO NCR_ARROW.
        PERFORM VARYING WK_OTHER_FILE_SUB FROM 1 BY 1
                UNTIL WK_OTHER_FILE_SUB > FILE_TBL_SIZE
            IF FLT_CHAIN(WK_OTHER_FILE_SUB) = WK_CHAIN
                    AND FLT_FILE_NAME(WK_OTHER_FILE_SUB)
                    = FLT_FILE_NAME(WK_FILE_SUB)
                    AND FLT_STEP_SUB(WK_OTHER_FILE_SUB) NOT = ZERO
                THEN
                    MOVE FLT_STEP_SUB(WK_OTHER_FILE_SUB) TO WK_OTHER_SUB
                    IF FLT_DIRECTION(WK_OTHER_FILE_SUB) = "<"
                            AND STT_BLOCK(WK_OTHER_SUB)
                            > STT_BLOCK(WK_STEP_SUB)
                        THEN
                            STRING STT_NAME(WK_OTHER_SUB)
                                DELIMITED BY SPACE
                                " " DELIMITED BY SIZE
                                INTO WK_READERS
                                WITH POINTER WK_READERS_PTR
                                ON OVERFLOW
                                    MOVE "..." TO WK_READERS(41:3)
                            END-STRING
                    END-IF
                    IF FLT_DIRECTION(WK_OTHER_FILE_SUB) = ">"
                            AND STT_BLOCK(WK_OTHER_SUB)
                            = STT_BLOCK(WK_STEP_SUB)
                            AND WK_OTHER_SUB < WK_STEP_SUB
                        THEN
                            MOVE STT_NAME(WK_OTHER_SUB) TO WK_CONFLICT
                    END-IF
            END-IF
        END-PERFORM.
        IF WK_READERS = SPACE
            THEN
                MOVE "(NOT READ LATER IN THIS CHAIN)" TO NCR_PARTNER
            ELSE
                MOVE WK_READERS TO NCR_PARTNER
        END-IF.
        WRITE PRINT_RECORD FROM NCR_FILE_LINE AFTER 1 LINE.
        IF WK_CONFLICT NOT = SPACE
            THEN
                MOVE SPACE TO NCR_ERROR
                STRING "PARALLEL GROUP " STT_GROUP(WK_STEP_SUB) ": "
                    DELIMITED BY SIZE
                    WK_CONFLICT DELIMITED BY SPACE
                    " AND " DELIMITED BY SIZE
                    STT_NAME(WK_STEP_SUB) DELIMITED BY SPACE
                    " BOTH WRITE " DELIMITED BY SIZE
                    FLT_FILE_NAME(WK_FILE_SUB) DELIMITED BY SPACE
                    INTO NCR_ERROR
                PERFORM WRITE-ERROR-RTN
        END-IF.
    CHECK-OUTPUT-EXIT.
*>共通.誤り行の印字と計数
    WRITE-ERROR-RTN SECTION.
        WRITE PRINT_RECORD FROM NCR_ERROR_LINE AFTER 1 LINE.
        ADD 1 TO WK_CHAIN_ERRORS WK_ERROR_CNT.
    WRITE-ERROR-EXIT.
*>JobNetwork.txtのファイル行 = チェーン(8) 番号(2) ステップ名(10) 向き(1)
*>空白 ファイル名(30)。向きはステップ行のプログラム欄の1桁目にあたる
*>  "<" そのステップが読む  ">" そのステップが書く
*>  "=" チェーン開始前からある(受信フィード・チェーン外で保守するマスタ。
*>      番号・ステップ名は見ない)
*>  例 "INVENTRY 02 KEYBREAK1  < File2.txt"
*>     "INVENTRY 00 FEED       = File1.txt"
*>読み書き両方するファイル(その場で書き換えるマスタ)は"<"と">"の2行を書く
*>並行グループのブロック = 同じチェーンで同じグループ番号(0以外)が連続する範囲
*>(APPLICATION_32_BATCH_DRIVERがまとめて流す範囲と同じ)
