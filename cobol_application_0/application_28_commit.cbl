    *>1.ホスト変数の定義
    EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 OLD-TNAME PIC X(10).
        01 NEW-TSTAMP PIC X(16).
    EXEC SQL END DECLARE SECTION END-EXEC.
    *>2.共通領域の定義
    EXEC SQL INCLUDE SQLCA END-EXEC.
    END-IF.
    
    *>4.データベースアクセス
    CALL "ROW_STAMP" USING NEW-TSTAMP.
    EXEC SQL
        UPDATE test
        SET tname = 'peach', tstamp = :NEW-TSTAMP
        WHERE tid = '0001'
    END-EXEC.


    EXEC SQL
        UPDATE test
        SET tname = 'peach', tstamp = :NEW-TSTAMP
        WHERE tid = '0002'
    END-EXEC.

