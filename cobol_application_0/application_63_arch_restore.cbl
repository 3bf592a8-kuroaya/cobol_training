*>(復元できないアーカイブは、ただの遅い削除でしかなかった)
*>復元指示はArchRestoreParm.txt(TID+退避日)で渡し、
*>復元に成功したらAUDIT_LOGへ"RESTORE"として監査証跡を残す
*>追加する行のtstamp列には最終更新スタンプ(ROW_STAMP)を入れる
IDENTIFICATION DIVISION.
PROGRAM-ID. APPLICATION_63_ARCH_RESTORE.
ENVIRONMENT DIVISION.
            01 ARC-TID PIC X(04).
            01 ARC-TNAME PIC X(10).
            01 ARC-DATE PIC 9(08).
            01 ARC-TSTAMP PIC X(16).
        EXEC SQL END DECLARE SECTION END-EXEC.
        *>2.共通領域の定義
        EXEC SQL INCLUDE SQLCA END-EXEC.
                    SQLCODE, SQLSTATE, WK-DBERR-KEY
                GO TO RESTORE-ONE-EXIT
        END-IF.
        CALL "ROW_STAMP" USING ARC-TSTAMP.
        EXEC SQL
            INSERT INTO test
            (tid, tname, tstamp)
            VALUES (:ARC-TID, :ARC-TNAME, :ARC-TSTAMP)
        END-EXEC.
        IF SQLCODE NOT = ZERO
            THEN
