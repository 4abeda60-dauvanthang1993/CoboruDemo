003100      COPY TORILOG.
003200*
003300 FD   世代ファイル.
003400 01   世代レコード    PIC  X(45).
003500*
003600 FD   退避ワークファイル.
003700 01   退避レコード    PIC  X(45).
003800*
003900 WORKING-STORAGE SECTION.
004000 77 世代ファイル名        PIC  X(20) VALUE SPACE.
