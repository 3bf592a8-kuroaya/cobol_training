*>最終ページは読み込んだ成績件数と印字した通知表枚数の管理ページ
*>学期(TermParm.txt、無ければ01)付きで成績をGradeHistory.txtへ保存し、
*>前学期の成績があれば各科目の「前学期」列を通知表に載せる
*>SAMPLE_40_ATTENDANCEの出席履歴(AttendanceHistory.txt)から今学期の
*>出席・欠席・遅刻の日数(公欠と出席率も)を通知表に載せる
IDENTIFICATION DIVISION.
PROGRAM-ID. SAMPLE_36_REPORT_CARD.
ENVIRONMENT DIVISION.
            ASSIGN TO "GradeHistory.work"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CARD_HIST_WORK_STATUS.
*>出席履歴(学期/生徒ID/日付/区分。今学期の行だけ数える)
        SELECT ATTEND_HIST_FILE
            ASSIGN TO "AttendanceHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_HIST_STATUS.
DATA DIVISION.
    FILE SECTION.
*>成績報告レコード(SAMPLE_8_EVALUATEのGRADE_REPORT_LINEと同じ並び)
            05 CH_LANG PIC 9(03).
        FD CARD_HIST_WORK_FILE.
        01 CARD_HIST_WORK_RECORD PIC X(17).
        FD ATTEND_HIST_FILE.
        01 ATTEND_HIST_RECORD.
            05 AH_TERM PIC 9(02).
            05 FILLER PIC X(01).
            05 AH_ID PIC 9(04).
            05 FILLER PIC X(01).
            05 AH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 AH_STATUS PIC X(01).
    WORKING-STORAGE SECTION.
*>スプール台帳への登録用(再印字の保存版として残す)
        01 WK_SC_DOC_NAME PIC X(30) VALUE "ReportCards.txt".
        01 SW_PREV_FOUND PIC X(01).
        01 WK_PREV_MATH PIC 9(03).
        01 WK_PREV_LANG PIC 9(03).
*>今学期の出欠日数テーブル(出席履歴に行のある生徒だけ)
        01 ATTEND_HIST_STATUS PIC XX.
        01 ATTEND_TBL_MASTER.
            05 ATTEND_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ATTEND_TBL OCCURS 0 TO 100
                DEPENDING ON ATTEND_TBL_SIZE
                INDEXED BY ATT_IDX.
                10 ATT_ID PIC 9(04).
                10 ATT_PRESENT PIC 9(03).
                10 ATT_LATE PIC 9(03).
                10 ATT_ABSENT PIC 9(03).
                10 ATT_EXCUSED PIC 9(03).
        01 WK_ATTENDED PIC 9(04).
        01 WK_COUNTED PIC 9(04).
        01 WK_RATE PIC 9(03)V9.
*>前学期列の帳票行
        01 CARD_PREV_LINE.
            05 PIC X(11) VALUE "PREV TERM: ".
            05 PRV_LABEL PIC X(06).
            05 PRV_VALUE PIC ZZ9.
            05 PIC X(30) VALUE SPACE.
*>出欠の帳票行(出席率 = (出席+遅刻)/(出席+遅刻+欠席)。公欠は分母から外す)
        01 CARD_ATTEND_LINE.
            05 PIC X(14) VALUE "DAYS PRESENT: ".
            05 ATL_PRESENT PIC ZZ9.
            05 PIC X(10) VALUE "  ABSENT: ".
            05 ATL_ABSENT PIC ZZ9.
            05 PIC X(08) VALUE "  LATE: ".
            05 ATL_LATE PIC ZZ9.
            05 PIC X(09) VALUE SPACE.
        01 CARD_ATTEND_RATE_LINE.
            05 PIC X(14) VALUE "DAYS EXCUSED: ".
            05 ATL_EXCUSED PIC ZZ9.
            05 PIC X(08) VALUE "  RATE: ".
            05 ATL_RATE PIC X(06).
            05 PIC X(19) VALUE SPACE.
        01 WK_RATE_EDIT PIC ZZ9.9.
*>管理ページの集計(読み込んだ成績件数と印字枚数は一致すること)
        01 WK_READ_CNT PIC 9(05) VALUE ZERO.
        01 WK_PRINTED_CNT PIC 9(05) VALUE ZERO.
        PERFORM LOAD-STUDENT-RTN.
        PERFORM TERM-PARM-RTN.
        PERFORM LOAD-PREV-TERM-RTN.
        PERFORM LOAD-ATTENDANCE-RTN.
        OPEN INPUT GRADE_REPORT_FILE.
*>今学期分の成績を貯める作業ファイル(終了時に履歴へ置き換える)
        OPEN OUTPUT CARD_HIST_WORK_FILE.
                MOVE WK_PREV_LANG TO PRV_VALUE
                WRITE PRINT_RECORD FROM CARD_PREV_LINE AFTER 1 LINE
        END-IF.
*>今学期の出欠日数を載せる
        PERFORM PRINT-ATTENDANCE-RTN.
*>今学期分を成績履歴の作業ファイルへ書き足す(終了時に置き換える)
        MOVE SPACE TO CARD_HIST_RECORD.
        MOVE WK_TERM TO CH_TERM.
        CLOSE CARD_HIST_WORK_FILE.
        DISPLAY "GRADE HISTORY SAVED FOR TERM " WK_TERM.
    SAVE-HISTORY-EXIT.
*>今学期の出欠日数と出席率の印字(出席履歴に行が無ければ0日・率は「-」)
    PRINT-ATTENDANCE-RTN SECTION.
        MOVE ZERO TO ATL_PRESENT ATL_ABSENT ATL_LATE ATL_EXCUSED.
        MOVE "  -" TO ATL_RATE.
        SET ATT_IDX TO 1.
        SEARCH ATTEND_TBL
            AT END
                CONTINUE
            WHEN ATT_ID(ATT_IDX) = GR_ID
                MOVE ATT_PRESENT(ATT_IDX) TO ATL_PRESENT
                MOVE ATT_ABSENT(ATT_IDX) TO ATL_ABSENT
                MOVE ATT_LATE(ATT_IDX) TO ATL_LATE
                MOVE ATT_EXCUSED(ATT_IDX) TO ATL_EXCUSED
                COMPUTE WK_ATTENDED =
                    ATT_PRESENT(ATT_IDX) + ATT_LATE(ATT_IDX)
                COMPUTE WK_COUNTED = WK_ATTENDED + ATT_ABSENT(ATT_IDX)
                IF WK_COUNTED > ZERO
                    THEN
                        COMPUTE WK_RATE = WK_ATTENDED * 100 / WK_COUNTED
                        MOVE WK_RATE TO WK_RATE_EDIT
                        MOVE WK_RATE_EDIT TO ATL_RATE
                END-IF
        END-SEARCH.
        WRITE PRINT_RECORD FROM CARD_ATTEND_LINE AFTER 2 LINE.
        WRITE PRINT_RECORD FROM CARD_ATTEND_RATE_LINE AFTER 1 LINE.
    PRINT-ATTENDANCE-EXIT.
*>今学期の出欠日数の読み込み(出席履歴から今学期の行だけ生徒ごとに数える)
    LOAD-ATTENDANCE-RTN SECTION.
        OPEN INPUT ATTEND_HIST_FILE.
        IF ATTEND_HIST_STATUS NOT = "00"
            THEN
                GO TO LOAD-ATTENDANCE-EXIT
        END-IF.
        PERFORM UNTIL ATTEND_HIST_STATUS NOT = "00"
            READ ATTEND_HIST_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF AH_TERM = WK_TERM
                        THEN
                            PERFORM COUNT-ATTENDANCE-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ATTEND_HIST_FILE.
    LOAD-ATTENDANCE-EXIT.
*>出欠1日分を生徒に数える(初めての生徒は行を作る)
    COUNT-ATTENDANCE-RTN SECTION.
        SET ATT_IDX TO 1.
        SEARCH ATTEND_TBL
            AT END
                IF ATTEND_TBL_SIZE >= 100
                    THEN
                        GO TO COUNT-ATTENDANCE-EXIT
                END-IF
                ADD 1 TO ATTEND_TBL_SIZE
                SET ATT_IDX TO ATTEND_TBL_SIZE
                MOVE AH_ID TO ATT_ID(ATT_IDX)
                MOVE ZERO TO ATT_PRESENT(ATT_IDX) ATT_LATE(ATT_IDX)
                    ATT_ABSENT(ATT_IDX) ATT_EXCUSED(ATT_IDX)
            WHEN ATT_ID(ATT_IDX) = AH_ID
                CONTINUE
        END-SEARCH.
        EVALUATE AH_STATUS
            WHEN "P"
                ADD 1 TO ATT_PRESENT(ATT_IDX)
            WHEN "L"
                ADD 1 TO ATT_LATE(ATT_IDX)
            WHEN "A"
                ADD 1 TO ATT_ABSENT(ATT_IDX)
            WHEN "E"
                ADD 1 TO ATT_EXCUSED(ATT_IDX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
    COUNT-ATTENDANCE-EXIT.
*>氏名・住所の解決(マスタに無い生徒はIDのまま印字する)
    RESOLVE-STUDENT-RTN SECTION.
        MOVE "*UNKNOWN*" TO CARD_NAME.
    LOAD-STUDENT-EXIT.
*>StudentMaster.txtの1行 = 生徒ID(4) 氏名(10) 住所(30)
*>1名=1ページ。管理ページの件数は成績件数=印字枚数で一致する
*>通知表の出欠は今学期(TermParm.txt)の出席履歴。出席率の基準割れの一覧は
*>SAMPLE_41_ATTEND_LIST(AttendanceList.txt)が出す
