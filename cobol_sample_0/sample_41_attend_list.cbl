*>出席率不足の一覧 SAMPLE_40_ATTENDANCEが保存する出席履歴(AttendanceHistory.txt)から、
*>学期(TermParm.txt、無ければ01)の生徒ごとの出席・遅刻・欠席・公欠の日数と出席率を出し、
*>出席率が基準(AttendanceParm.txt、既定80%)を下回る生徒に
*>**NOT ELIGIBLE**の印を付ける(校則で成績を付けられない生徒の一覧)
*>出席率 = (出席+遅刻) / (出席+遅刻+欠席)。公欠は分母から外す
*>出欠の記録が1日も無い生徒は出席率を出さず、印も付けない(NO RECORD)
*>生徒は生徒マスタ(StudentMaster.txt)の順に並べる
*>出力はAttendanceList.txt
IDENTIFICATION DIVISION.
PROGRAM-ID. SAMPLE_41_ATTEND_LIST.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT STUDENT_MASTER_FILE
            ASSIGN TO "StudentMaster.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STUDENT_MASTER_STATUS.
        SELECT TERM_PARM_FILE
            ASSIGN TO "TermParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TERM_PARM_STATUS.
        SELECT ATTEND_HIST_FILE
            ASSIGN TO "AttendanceHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_HIST_STATUS.
        SELECT ATTEND_PARM_FILE
            ASSIGN TO "AttendanceParm.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_PARM_STATUS.
        SELECT ATTEND_LIST_FILE
            ASSIGN TO "AttendanceList.txt"
            ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
    FILE SECTION.
        FD STUDENT_MASTER_FILE.
        01 STUDENT_MASTER_RECORD.
            05 SM_ID PIC 9(04).
            05 SM_NAME PIC X(10).
            05 SM_ADDRESS PIC X(30).
        FD TERM_PARM_FILE.
        01 TERM_PARM_RECORD.
            05 TERM_PARM_NO PIC 9(02).
        FD ATTEND_HIST_FILE.
        01 ATTEND_HIST_RECORD.
            05 AH_TERM PIC 9(02).
            05 FILLER PIC X(01).
            05 AH_ID PIC 9(04).
            05 FILLER PIC X(01).
            05 AH_DATE PIC 9(08).
            05 FILLER PIC X(01).
            05 AH_STATUS PIC X(01).
        FD ATTEND_PARM_FILE.
        01 ATTEND_PARM_RECORD.
            05 ATTEND_PARM_MIN_RATE PIC 9(03).
        FD ATTEND_LIST_FILE.
        01 ATTEND_LIST_RECORD PIC X(70).
    WORKING-STORAGE SECTION.
        01 STUDENT_MASTER_STATUS PIC XX.
        01 TERM_PARM_STATUS PIC XX.
        01 ATTEND_HIST_STATUS PIC XX.
        01 ATTEND_PARM_STATUS PIC XX.
        01 WK_TERM PIC 9(02) VALUE 01.
*>出席率の基準(既定80%)
        01 WK_MIN_RATE PIC 9(03) VALUE 80.
*>生徒ごとの出欠日数テーブル
        01 STUDENT_TBL_MASTER.
            05 STUDENT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 STUDENT_TBL OCCURS 0 TO 100
                DEPENDING ON STUDENT_TBL_SIZE
                INDEXED BY STU_IDX.
                10 STB_ID PIC 9(04).
                10 STB_NAME PIC X(10).
                10 STB_PRESENT PIC 9(03).
                10 STB_LATE PIC 9(03).
                10 STB_ABSENT PIC 9(03).
                10 STB_EXCUSED PIC 9(03).
        01 WK_ATTENDED PIC 9(04).
        01 WK_COUNTED PIC 9(04).
        01 WK_RATE PIC 9(03)V9.
        01 WK_UNKNOWN_CNT PIC 9(05) VALUE ZERO.
        01 WK_FLAG_CNT PIC 9(03) VALUE ZERO.
*>帳票行
        01 LIST_HEADER_LINE.
            05 PIC X(31) VALUE "** ATTENDANCE ELIGIBILITY **".
            05 PIC X(05) VALUE "TERM ".
            05 HDR_TERM PIC 9(02).
            05 PIC X(11) VALUE "  MIN RATE ".
            05 HDR_MIN_RATE PIC ZZ9.
            05 PIC X(01) VALUE "%".
            05 PIC X(17) VALUE SPACE.
        01 LIST_COLUMN_LINE.
            05 PIC X(41) VALUE
                "ID   NAME       PRES LATE ABSN EXCS  RATE".
            05 PIC X(29) VALUE SPACE.
        01 LIST_DETAIL_LINE.
            05 DTL_ID PIC 9(04).
            05 PIC X(01) VALUE SPACE.
            05 DTL_NAME PIC X(10).
            05 PIC X(01) VALUE SPACE.
            05 DTL_PRESENT PIC ZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 DTL_LATE PIC ZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 DTL_ABSENT PIC ZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 DTL_EXCUSED PIC ZZZ9.
            05 PIC X(01) VALUE SPACE.
            05 DTL_RATE PIC X(06).
            05 PIC X(01) VALUE SPACE.
            05 DTL_FLAG PIC X(14).
            05 PIC X(13) VALUE SPACE.
        01 WK_RATE_EDIT PIC ZZ9.9.
        01 LIST_TOTAL_LINE.
            05 PIC X(22) VALUE "NOT ELIGIBLE STUDENTS:".
            05 TOT_FLAG PIC ZZ9.
            05 PIC X(45) VALUE SPACE.
PROCEDURE DIVISION.
    ATTEND_LIST_RTN SECTION.
    *>初期処理(学期・基準・生徒マスタ・出席履歴の読み込み)
        PERFORM TERM-PARM-RTN.
        PERFORM PARM-RTN.
        PERFORM LOAD-STUDENT-RTN.
        IF STUDENT_TBL_SIZE = ZERO
            THEN
                DISPLAY "STUDENT MASTER NOT FOUND OR EMPTY."
                STOP RUN
        END-IF.
        PERFORM LOAD-HISTORY-RTN.
    *>主処理(生徒ごとの日数と出席率)
        OPEN OUTPUT ATTEND_LIST_FILE.
        MOVE WK_TERM TO HDR_TERM.
        MOVE WK_MIN_RATE TO HDR_MIN_RATE.
        WRITE ATTEND_LIST_RECORD FROM LIST_HEADER_LINE.
        WRITE ATTEND_LIST_RECORD FROM LIST_COLUMN_LINE.
        PERFORM LIST-ONE-STUDENT-RTN
            VARYING STU_IDX FROM 1 BY 1
            UNTIL STU_IDX > STUDENT_TBL_SIZE.
    *>終了処理
        MOVE WK_FLAG_CNT TO TOT_FLAG.
        WRITE ATTEND_LIST_RECORD FROM LIST_TOTAL_LINE.
        CLOSE ATTEND_LIST_FILE.
        IF WK_UNKNOWN_CNT > ZERO
            THEN
                DISPLAY "ATTENDANCE ROWS FOR STUDENTS NOT ON MASTER: "
                    WK_UNKNOWN_CNT
        END-IF.
        DISPLAY "ATTENDANCE LIST WRITTEN. NOT ELIGIBLE: "
            WK_FLAG_CNT.
        STOP RUN.
    ATTEND_LIST_EXIT.
    *>1.生徒1名分の行(出席率が基準を下回れば印を付ける)
    LIST-ONE-STUDENT-RTN SECTION.
        MOVE STB_ID(STU_IDX) TO DTL_ID.
        MOVE STB_NAME(STU_IDX) TO DTL_NAME.
        MOVE STB_PRESENT(STU_IDX) TO DTL_PRESENT.
        MOVE STB_LATE(STU_IDX) TO DTL_LATE.
        MOVE STB_ABSENT(STU_IDX) TO DTL_ABSENT.
        MOVE STB_EXCUSED(STU_IDX) TO DTL_EXCUSED.
        MOVE SPACES TO DTL_FLAG.
        COMPUTE WK_ATTENDED = STB_PRESENT(STU_IDX) + STB_LATE(STU_IDX).
        COMPUTE WK_COUNTED = WK_ATTENDED + STB_ABSENT(STU_IDX).
        IF WK_COUNTED = ZERO
            THEN
                MOVE "  -" TO DTL_RATE
                MOVE "NO RECORD" TO DTL_FLAG
                WRITE ATTEND_LIST_RECORD FROM LIST_DETAIL_LINE
                GO TO LIST-ONE-STUDENT-EXIT
        END-IF.
        COMPUTE WK_RATE = WK_ATTENDED * 100 / WK_COUNTED.
        MOVE WK_RATE TO WK_RATE_EDIT.
        MOVE WK_RATE_EDIT TO DTL_RATE.
        IF WK_RATE < WK_MIN_RATE
            THEN
                MOVE "**NOT ELIGIBLE" TO DTL_FLAG
                ADD 1 TO WK_FLAG_CNT
        END-IF.
        WRITE ATTEND_LIST_RECORD FROM LIST_DETAIL_LINE.
    LIST-ONE-STUDENT-EXIT.
    *>2.出席履歴の読み込み(今学期の行だけ生徒ごとに数える)
    LOAD-HISTORY-RTN SECTION.
        OPEN INPUT ATTEND_HIST_FILE.
        IF ATTEND_HIST_STATUS NOT = "00"
            THEN
                DISPLAY "ATTENDANCE HISTORY NOT FOUND."
                GO TO LOAD-HISTORY-EXIT
        END-IF.
        PERFORM UNTIL ATTEND_HIST_STATUS NOT = "00"
            READ ATTEND_HIST_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF AH_TERM = WK_TERM
                        THEN
                            PERFORM COUNT-ONE-DAY-RTN
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE ATTEND_HIST_FILE.
    LOAD-HISTORY-EXIT.
    *>2-1.出欠1日分を生徒に数える
    COUNT-ONE-DAY-RTN SECTION.
        SET STU_IDX TO 1.
        SEARCH STUDENT_TBL
            AT END
                ADD 1 TO WK_UNKNOWN_CNT
            WHEN STB_ID(STU_IDX) = AH_ID
                EVALUATE AH_STATUS
                    WHEN "P"
                        ADD 1 TO STB_PRESENT(STU_IDX)
                    WHEN "L"
                        ADD 1 TO STB_LATE(STU_IDX)
                    WHEN "A"
                        ADD 1 TO STB_ABSENT(STU_IDX)
                    WHEN "E"
                        ADD 1 TO STB_EXCUSED(STU_IDX)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-SEARCH.
    COUNT-ONE-DAY-EXIT.
    *>3.学期パラメータの読み込み(無ければ01。SAMPLE_36_REPORT_CARDと同じ)
    TERM-PARM-RTN SECTION.
        OPEN INPUT TERM_PARM_FILE.
        IF TERM_PARM_STATUS = "00"
            THEN
                READ TERM_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF TERM_PARM_NO IS NUMERIC
                            THEN
                                MOVE TERM_PARM_NO TO WK_TERM
                        END-IF
                END-READ
                CLOSE TERM_PARM_FILE
        END-IF.
    TERM-PARM-EXIT.
    *>4.基準パラメータの読み込み(無ければ80%)
    PARM-RTN SECTION.
        OPEN INPUT ATTEND_PARM_FILE.
        IF ATTEND_PARM_STATUS = "00"
            THEN
                READ ATTEND_PARM_FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF ATTEND_PARM_MIN_RATE IS NUMERIC
                            THEN
                                MOVE ATTEND_PARM_MIN_RATE
                                    TO WK_MIN_RATE
                        END-IF
                END-READ
                CLOSE ATTEND_PARM_FILE
        END-IF.
    PARM-EXIT.
    *>5.生徒マスタの読み込み(日数は0から数える)
    LOAD-STUDENT-RTN SECTION.
        OPEN INPUT STUDENT_MASTER_FILE.
        IF STUDENT_MASTER_STATUS NOT = "00"
            THEN
                GO TO LOAD-STUDENT-EXIT
        END-IF.
        PERFORM UNTIL STUDENT_MASTER_STATUS NOT = "00"
            READ STUDENT_MASTER_FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF STUDENT_TBL_SIZE < 100
                        THEN
                            ADD 1 TO STUDENT_TBL_SIZE
                            SET STU_IDX TO STUDENT_TBL_SIZE
                            MOVE SM_ID TO STB_ID(STU_IDX)
                            MOVE SM_NAME TO STB_NAME(STU_IDX)
                            MOVE ZERO TO STB_PRESENT(STU_IDX)
                                STB_LATE(STU_IDX) STB_ABSENT(STU_IDX)
                                STB_EXCUSED(STU_IDX)
                    END-IF
            END-READ
        END-PERFORM.
        CLOSE STUDENT_MASTER_FILE.
    LOAD-STUDENT-EXIT.
*>AttendanceParm.txtの1行 = 出席率の基準(3桁、%)。無ければ80%
*>出席率は小数1位まで切り捨て。基準ちょうどは適格
*>通知表(SAMPLE_36_REPORT_CARD)にも同じ数え方の日数と出席率が載る
