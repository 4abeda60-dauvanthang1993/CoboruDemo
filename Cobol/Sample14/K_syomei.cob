000500*残高証明書発行処理。暗証番号の照合後，口座の残高証明書
000600*（貯金番号・氏名・残高・基準日・証明書番号）を証明書ファイル
000700*へ印字し，発行の事実を証明書発行台帳へ１件記録する。再発行
000800*や監査の照会は台帳の証明書番号で行う。台帳には発行した窓口
000850*の担当者ＩＤも残す。
000900*
001000 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
004400      03 台帳証明残高   PIC  9(9).
004500      03 台帳基準日     PIC  9(8).
004600      03 台帳発行日時   PIC  X(14).
004650      03 台帳担当者ＩＤ PIC  X(8).
004700*
004800 FD   証明書ファイル.
004900 01   証明書行        PIC  X(80).
005100 WORKING-STORAGE SECTION.
005200 77 対象貯金番号          PIC  9(5).
005300 77 入力暗証番号          PIC  9(4).
005350 77 入力担当者ＩＤ        PIC  X(8).
005400 77 走査終了フラグ        PIC  X(1)  VALUE "N".
005500    88 走査終了          VALUE "Y".
005600 77 次証明書番号          PIC  9(6)  VALUE 1.
008000      ACCEPT 対象貯金番号 FROM CONSOLE
008100      DISPLAY "暗証番号を入力してください"
008200      ACCEPT 入力暗証番号 FROM CONSOLE
008220      DISPLAY "担当者ＩＤを入力してください"
008240      ACCEPT 入力担当者ＩＤ FROM CONSOLE
008300*
008400      OPEN INPUT 貯金ファイル
008500      MOVE 対象貯金番号 TO 貯金番号
010600      MOVE 貯金額       TO 台帳証明残高
010700      MOVE 現在日付８   TO 台帳基準日
010800      MOVE 現在日時１４ TO 台帳発行日時
010850      MOVE 入力担当者ＩＤ TO 台帳担当者ＩＤ
010900      WRITE 証明書発行台帳レコード
011000      CLOSE 証明書発行台帳ファイル
011100*
