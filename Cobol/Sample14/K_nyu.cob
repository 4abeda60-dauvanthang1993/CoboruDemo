000600 CONFIGURATION SECTION.
000700 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000900      SELECT  貯金ファイル
001000                ASSIGN  TO "tyokin.dat"
001100                ORGANIZATION IS  INDEXED
001200                RECORD KEY   IS  貯金番号
001300                ACCESS MODE  IS  RANDOM.
001310      SELECT  取引ログファイル
001320                ASSIGN  TO "torihiki.dat"
001400*
001500 DATA DIVISION.
001600 FILE SECTION.
001700 FD   貯金ファイル.
001800 01    貯金レコード.
001900       03 貯金番号    PIC  9(5).
002000       03 証書番号    PIC  9(4).
002100       03 氏名        PIC  N(6).
002200       03 貯金額      PIC  9(9).
002210      03 暗証番号    PIC  9(4).
002212      03 休眠区分    PIC  X(1).
002214         88 休眠中     VALUE "1".
002216         88 解約済     VALUE "9".
002300*
002310*
002320 FD   取引ログファイル.
002330      COPY TORILOG.
002400 WORKING-STORAGE SECTION.
002500 77 入金後貯金額      PIC  9(10).
002502 77 締確認サブシステム  PIC  X(2)  VALUE "YO".
002504 77 締確認日          PIC  9(8).
002506 77 締確認結果        PIC  9(1).
002510 01 現在日時.
002520    02 現在日時８  PIC  X(8).
002530    02 FILLER      PIC  X(013).
002600*
002700 LINKAGE SECTION.
002800 01 ＶＢ貯金番号      PIC  9(5) COMP-5.
002900 01 ＶＢ入金額        PIC S9(9) COMP-5.
003000 01 ＶＢ貯金額        PIC S9(9) COMP-5.
003100 01 エラー番号        PIC  9(4) COMP-5.
003120 01 リンク担当者ＩＤ  PIC  X(8).
003140 01 リンク現金区分    PIC  X(1).
003200*
003300 PROCEDURE DIVISION WITH STDCALL LINKAGE
003400      USING ＶＢ貯金番号
003410            ＶＢ入金額
003420            ＶＢ貯金額
003430            エラー番号
003450            リンク担当者ＩＤ
003470            リンク現金区分.
003500*
003600      OPEN I-O 貯金ファイル
003700      MOVE ＶＢ貯金番号 TO 貯金番号
003800*
003900      READ 貯金ファイル
004000            INVALID KEY
004100                  MOVE 7 TO エラー番号
004150                  MOVE 0 TO 貯金額
004200                  PERFORM ファイル閉鎖処理
004300                  EXIT PROGRAM
004400            NOT INVALID KEY
004410                  PERFORM 締期間チェック
004420                  PERFORM 解約口座チェック
004450                  PERFORM 休眠口座チェック
004500                  PERFORM 入金額チェック
004600      END-READ
004700*
004800      REWRITE 貯金レコード
004900      MOVE 貯金額 TO ＶＢ貯金額
005000      MOVE 0 TO エラー番号
005100      PERFORM ファイル閉鎖処理
005200      EXIT PROGRAM.
005210*
005212*解約済口座（K_KAIYAKUで解約した口座）への入金は受け付けない
005214*
005216 解約口座チェック.
005218      IF 解約済
005220            MOVE 16 TO エラー番号
005222            PERFORM ファイル閉鎖処理
005224            EXIT PROGRAM
005226      END-IF.
005230*
005240*休眠口座に対する入金は再有効化（K_KAIJOによる解除）まで
005250*受け付けない
005260*
005270 休眠口座チェック.
005272      IF 休眠中
005274            MOVE 14 TO エラー番号
005276            PERFORM ファイル閉鎖処理
005278            EXIT PROGRAM
005280      END-IF.
005290*
005300*
005400 入金額チェック.
005500      COMPUTE 入金後貯金額 = 貯金額 + ＶＢ入金額
005600      IF 入金後貯金額 > 999999999
005700            MOVE 10 TO エラー番号
005800            PERFORM ファイル閉鎖処理
005900            EXIT PROGRAM
006000      END-IF
006100      MOVE 入金後貯金額 TO 貯金額.
006106*
006112*計上日（当日）の月が貯金（YO）の締処理中・締済なら入金を
006118*受け付けない（エラー番号１８）
006124*
006130 締期間チェック.
006136      MOVE FUNCTION CURRENT-DATE TO 現在日時
006142      MOVE 現在日時８ TO 締確認日
006148      CALL "締状態確認" USING 締確認サブシステム
006154                             締確認日 締確認結果
006160      IF 締確認結果 NOT = 0
006166            MOVE 18 TO エラー番号
006172            PERFORM ファイル閉鎖処理
006178            EXIT PROGRAM
006184      END-IF.
006200
006300 ファイル閉鎖処理.
006305*
006310*入金額と入金後の貯金額を，取引した担当者ＩＤ・現金区分
006315*（窓口での現金入金は１）とともに取引ログへ記録する
006320*
006325      MOVE FUNCTION CURRENT-DATE TO 現在日時
006330      MOVE ＶＢ貯金番号 TO ログ貯金番号
006335      SET  ログ入金        TO TRUE
006340      MOVE ＶＢ入金額      TO ログ取引金額
006345      MOVE 貯金額 TO ログ取引後残高
006350      MOVE エラー番号 TO ログエラー番号
006355      MOVE 現在日時８      TO ログ取引日時
006356      MOVE リンク担当者ＩＤ TO ログ担当者ＩＤ
006357      MOVE リンク現金区分  TO ログ現金区分
006360      OPEN EXTEND 取引ログファイル
006365      WRITE 取引ログレコード
006370      CLOSE 取引ログファイル
006400      CLOSE 貯金ファイル.
006500
