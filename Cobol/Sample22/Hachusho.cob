005800     02  FILLER              PIC  X(01).
005900     02  発注仕入先          PIC  X(04).
006000 FD  仕入先マスタファイル.
006100     COPY SIIREM.
006700 FD  仕入単価ファイル.
006800 01  仕入単価レコード.
006900     02  仕入単価キー.
