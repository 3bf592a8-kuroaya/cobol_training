*>出席簿の入力 生徒マスタ(StudentMaster.txt)の4桁の生徒IDごとに、
*>日付(YYYYMMDD)と出欠区分(P=出席 A=欠席 L=遅刻 E=公欠)を端末から入力し、
*>学期(TermParm.txt、無ければ01)付きで出席履歴(AttendanceHistory.txt)へ保存する
*>(出席は紙の出席簿で付けていたため、通知表にも出席日数が載らなかった)
*>日付を入れてから、その日の生徒IDと区分を続けて入れる。生徒ID 0000でその日を終え、
*>日付 00000000で入力を終えて履歴へ書き込む
*>同じ生徒・同じ日付をもう一度入れたときは訂正として前の区分を置き換える
*>マスタに無い生徒ID・区分の誤り・ありえない日付はその場で入れ直させる
*>出席履歴はSAMPLE_36_REPORT_CARD(通知表の出席日数)と
*>SAMPLE_41_ATTEND_LIST(出席率不足の一覧)が読む
IDENTIFICATION DIVISION.
PROGRAM-ID. SAMPLE_40_ATTENDANCE.
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
*>出席履歴(学期/生徒ID/日付/区分。GradeHistory.txtと同じく学期で引く)
        SELECT ATTEND_HIST_FILE
            ASSIGN TO "AttendanceHistory.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_HIST_STATUS.
        SELECT ATTEND_HIST_WORK_FILE
            ASSIGN TO "AttendanceHistory.work"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ATTEND_HIST_WORK_STATUS.
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
            05 FILLER PIC X(01) VALUE SPACE.
            05 AH_ID PIC 9(04).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AH_DATE PIC 9(08).
            05 FILLER PIC X(01) VALUE SPACE.
            05 AH_STATUS PIC X(01).
        FD ATTEND_HIST_WORK_FILE.
        01 ATTEND_HIST_WORK_RECORD PIC X(18).
    WORKING-STORAGE SECTION.
        01 STUDENT_MASTER_STATUS PIC XX.
        01 TERM_PARM_STATUS PIC XX.
        01 ATTEND_HIST_STATUS PIC XX.
        01 ATTEND_HIST_WORK_STATUS PIC XX.
        01 WK_TERM PIC 9(02) VALUE 01.
*>生徒マスタテーブル(生徒IDの確認と氏名の表示用)
        01 STUDENT_TBL_MASTER.
            05 STUDENT_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 STUDENT_TBL OCCURS 0 TO 100
                DEPENDING ON STUDENT_TBL_SIZE
                INDEXED BY STU_IDX.
                10 STB_ID PIC 9(04).
                10 STB_NAME PIC X(10).
*>今回入力した出欠テーブル(終了時に履歴へ書き込む)
        01 ENTRY_TBL_MASTER.
            05 ENTRY_TBL_SIZE PIC 9(03) VALUE ZERO.
            05 ENTRY_TBL OCCURS 0 TO 500
                DEPENDING ON ENTRY_TBL_SIZE
                INDEXED BY ENT_IDX.
                10 ENT_ID PIC 9(04).
                10 ENT_DATE PIC 9(08).
                10 ENT_STATUS PIC X(01).
*>端末入力
        01 IN_DATE PIC X(08).
        01 IN_DATE_NUM REDEFINES IN_DATE PIC 9(08).
        01 IN_DATE_PARTS REDEFINES IN_DATE.
            05 IN_YEAR PIC 9(04).
            05 IN_MONTH PIC 9(02).
            05 IN_DAY PIC 9(02).
        01 IN_ID PIC X(04).
        01 IN_ID_NUM REDEFINES IN_ID PIC 9(04).
        01 IN_STATUS PIC X(01).
            88 IN_STATUS_VALID VALUE "P" "A" "L" "E".
        01 WK_DATE PIC 9(08).
        01 WK_NAME PIC X(10).
        01 SW_DATE_END PIC X(01) VALUE SPACE.
        01 SW_DAY_END PIC X(01).
        01 SW_DATE_OK PIC X(01).
        01 SW_ID_OK PIC X(01).
        01 SW_REPLACED PIC X(01).
*>件数
        01 WK_ENTERED_CNT PIC 9(05) VALUE ZERO.
        01 WK_CORRECTED_CNT PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
    MAIN_PART SECTION.
    INITIALIZE_PART.
        PERFORM LOAD-STUDENT-RTN.
        IF STUDENT_TBL_SIZE = ZERO
            THEN
                DISPLAY "STUDENT MASTER NOT FOUND OR EMPTY."
                STOP RUN
        END-IF.
        PERFORM TERM-PARM-RTN.
        DISPLAY "ATTENDANCE REGISTER TERM " WK_TERM.
    INPUT_PART.
*>日付ごとにその日の出欠を入れる(00000000で終わり)
        PERFORM UNTIL SW_DATE_END = "1"
            PERFORM ACCEPT-DATE-RTN
            IF SW_DATE_END NOT = "1"
                THEN
                    MOVE SPACE TO SW_DAY_END
                    PERFORM ACCEPT-ONE-ENTRY-RTN
                        UNTIL SW_DAY_END = "1"
            END-IF
        END-PERFORM.
    SAVE_PART.
        IF ENTRY_TBL_SIZE = ZERO
            THEN
                DISPLAY "NO ATTENDANCE ENTERED."
                STOP RUN
        END-IF.
        PERFORM SAVE-HISTORY-RTN.
        DISPLAY "ATTENDANCE SAVED FOR TERM " WK_TERM
            " ENTRIES: " WK_ENTERED_CNT
            " CORRECTED: " WK_CORRECTED_CNT.
        STOP RUN.
    MAIN_EXIT.
*>日付の入力(数字8桁で月1~12・日1~31。誤りは入れ直し)
    ACCEPT-DATE-RTN SECTION.
        MOVE SPACE TO SW_DATE_OK.
        PERFORM UNTIL SW_DATE_OK = "1"
            DISPLAY "DATE (YYYYMMDD, 00000000 TO END)"
            ACCEPT IN_DATE FROM CONSOLE
            EVALUATE TRUE
                WHEN IN_DATE = "00000000"
                    MOVE "1" TO SW_DATE_END
                    MOVE "1" TO SW_DATE_OK
                WHEN IN_DATE IS NOT NUMERIC
                    DISPLAY "DATE MUST BE 8 DIGITS."
                WHEN IN_YEAR < 1900
                        OR IN_MONTH < 1 OR IN_MONTH > 12
                        OR IN_DAY < 1 OR IN_DAY > 31
                    DISPLAY "DATE NOT VALID: " IN_DATE
                WHEN OTHER
                    MOVE IN_DATE_NUM TO WK_DATE
                    MOVE "1" TO SW_DATE_OK
            END-EVALUATE
        END-PERFORM.
    ACCEPT-DATE-EXIT.
*>生徒1名分の出欠入力(生徒ID 0000でその日を終える)
    ACCEPT-ONE-ENTRY-RTN SECTION.
        DISPLAY "STUDENT ID (0000 TO END " WK_DATE ")".
        ACCEPT IN_ID FROM CONSOLE.
        IF IN_ID = "0000"
            THEN
                MOVE "1" TO SW_DAY_END
                GO TO ACCEPT-ONE-ENTRY-EXIT
        END-IF.
        PERFORM CHECK-STUDENT-RTN.
        IF SW_ID_OK NOT = "1"
            THEN
                DISPLAY "STUDENT NOT ON MASTER: " IN_ID
                GO TO ACCEPT-ONE-ENTRY-EXIT
        END-IF.
        DISPLAY WK_NAME " STATUS (P/A/L/E)".
        ACCEPT IN_STATUS FROM CONSOLE.
        IF NOT IN_STATUS_VALID
            THEN
                DISPLAY "STATUS MUST BE P, A, L OR E."
                GO TO ACCEPT-ONE-ENTRY-EXIT
        END-IF.
        PERFORM STORE-ENTRY-RTN.
    ACCEPT-ONE-ENTRY-EXIT.
*>生徒IDの確認(マスタに在籍していること)
    CHECK-STUDENT-RTN SECTION.
        MOVE SPACE TO SW_ID_OK.
        MOVE SPACES TO WK_NAME.
        IF IN_ID IS NOT NUMERIC
            THEN
                GO TO CHECK-STUDENT-EXIT
        END-IF.
        SET STU_IDX TO 1.
        SEARCH STUDENT_TBL
            AT END
                CONTINUE
            WHEN STB_ID(STU_IDX) = IN_ID_NUM
                MOVE "1" TO SW_ID_OK
                MOVE STB_NAME(STU_IDX) TO WK_NAME
        END-SEARCH.
    CHECK-STUDENT-EXIT.
*>入力した出欠を積む(今回すでに入れた同じ生徒・日付は置き換える)
    STORE-ENTRY-RTN SECTION.
        SET ENT_IDX TO 1.
        SEARCH ENTRY_TBL
            AT END
                IF ENTRY_TBL_SIZE < 500
                    THEN
                        ADD 1 TO ENTRY_TBL_SIZE
                        SET ENT_IDX TO ENTRY_TBL_SIZE
                        MOVE IN_ID_NUM TO ENT_ID(ENT_IDX)
                        MOVE WK_DATE TO ENT_DATE(ENT_IDX)
                        MOVE IN_STATUS TO ENT_STATUS(ENT_IDX)
                        ADD 1 TO WK_ENTERED_CNT
                    ELSE
                        DISPLAY "TOO MANY ENTRIES. SAVE AND RESTART."
                        MOVE "1" TO SW_DAY_END SW_DATE_END
                END-IF
            WHEN ENT_ID(ENT_IDX) = IN_ID_NUM
                    AND ENT_DATE(ENT_IDX) = WK_DATE
                MOVE IN_STATUS TO ENT_STATUS(ENT_IDX)
                DISPLAY "ENTRY REPLACED."
        END-SEARCH.
    STORE-ENTRY-EXIT.
*>学期パラメータの読み込み(無ければ01。SAMPLE_36_REPORT_CARDと同じ)
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
*>出席履歴の保存(今回入れた生徒・日付と同じ行は訂正として落とし、今回分を書き足す)
    SAVE-HISTORY-RTN SECTION.
        OPEN OUTPUT ATTEND_HIST_WORK_FILE.
        OPEN INPUT ATTEND_HIST_FILE.
        IF ATTEND_HIST_STATUS = "00"
            THEN
                PERFORM UNTIL ATTEND_HIST_STATUS NOT = "00"
                    READ ATTEND_HIST_FILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM KEEP-OLD-ROW-RTN
                    END-READ
                END-PERFORM
                CLOSE ATTEND_HIST_FILE
        END-IF.
        PERFORM VARYING ENT_IDX FROM 1 BY 1
                UNTIL ENT_IDX > ENTRY_TBL_SIZE
            MOVE SPACE TO ATTEND_HIST_RECORD
            MOVE WK_TERM TO AH_TERM
            MOVE ENT_ID(ENT_IDX) TO AH_ID
            MOVE ENT_DATE(ENT_IDX) TO AH_DATE
            MOVE ENT_STATUS(ENT_IDX) TO AH_STATUS
            WRITE ATTEND_HIST_WORK_RECORD FROM ATTEND_HIST_RECORD
        END-PERFORM.
        CLOSE ATTEND_HIST_WORK_FILE.
        OPEN OUTPUT ATTEND_HIST_FILE.
        OPEN INPUT ATTEND_HIST_WORK_FILE.
        PERFORM UNTIL ATTEND_HIST_WORK_STATUS NOT = "00"
            READ ATTEND_HIST_WORK_FILE
                AT END
                    CONTINUE
                NOT AT END
                    WRITE ATTEND_HIST_RECORD
                        FROM ATTEND_HIST_WORK_RECORD
            END-READ
        END-PERFORM.
        CLOSE ATTEND_HIST_FILE.
        CLOSE ATTEND_HIST_WORK_FILE.
    SAVE-HISTORY-EXIT.
*>既存の1行(今回入れた生徒・日付と同じなら訂正されたので落とす)
    KEEP-OLD-ROW-RTN SECTION.
        MOVE SPACE TO SW_REPLACED.
        SET ENT_IDX TO 1.
        SEARCH ENTRY_TBL
            AT END
                CONTINUE
            WHEN ENT_ID(ENT_IDX) = AH_ID
                    AND ENT_DATE(ENT_IDX) = AH_DATE
                MOVE "1" TO SW_REPLACED
        END-SEARCH.
        IF SW_REPLACED = "1"
            THEN
                ADD 1 TO WK_CORRECTED_CNT
            ELSE
                WRITE ATTEND_HIST_WORK_RECORD FROM ATTEND_HIST_RECORD
        END-IF.
    KEEP-OLD-ROW-EXIT.
*>生徒マスタの読み込み
    LOAD-STUDENT-RTN SECTION.
        OPEN INPUT STUDENT_MASTER_FILE.
        IF STUDENT_MASTER_STATUS = "00"
            THEN
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
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STUDENT_MASTER_FILE
        END-IF.
    LOAD-STUDENT-EXIT.
*>AttendanceHistory.txtの1行 = 学期(2) 空白 生徒ID(4) 空白 日付(8) 空白 区分(1)
*>区分 P=出席 A=欠席 L=遅刻(出席に数える) E=公欠(出席率の分母から外す)
*>生徒・日付は学期をまたいで一意(訂正は行の置き換え)
