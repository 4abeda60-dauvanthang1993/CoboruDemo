000600 CONFIGURATION SECTION.
000700 INPUT-OUTPUT  SECTION.
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
001800 01   貯金レコード.
001900      03 貯金番号     PIC  9(5).
002000      03 証書番号     PIC  9(4).
002100      03 氏名         PIC  N(6).
002200      03 貯金額       PIC  9(9).
002205      03 暗証番号     PIC  9(4).
002206      03 休眠区分     PIC  X(1).
002207         88 休眠中      VALUE "1".
002320 FD   取引ログファイル.
002330      COPY TORILOG.
002400 WORKING-STORAGE SECTION.
002500 77 証書チェック      PIC  9(4).
002505 77 暗証番号チェック結果 PIC  9(4).
002510 01 現在日時.
002520    02 現在日時８  PIC  X(8).
002530    02 FILLER      PIC  X(013).
002600*
002700 LINKAGE SECTION.
002800 01 ＶＢ貯金番号      PIC  9(5) COMP-5.
002900 01 ＶＢ証書番号      PIC S9(4) COMP-5.
003000 01 ＶＢ氏名          PIC  N(6).
003100 01 ＶＢ貯金額        PIC S9(9) COMP-5.
003200 01 エラー番号        PIC  9(4) COMP-5.
003250 01 リンク暗証番号    PIC S9(4) COMP-5.
003300*
003400 PROCEDURE DIVISION WITH STDCALL LINKAGE
003410      USING ＶＢ貯金番号
003420            ＶＢ証書番号
003440            ＶＢ氏名
003450            ＶＢ貯金額
003460            エラー番号
003465            リンク暗証番号.
003600*
003700      OPEN I-O 貯金ファイル
003800*
003900      MOVE ＶＢ貯金番号 TO 貯金番号
004000*
004100      READ 貯金ファイル
004200            INVALID KEY
004300                  MOVE 7 TO エラー番号
004350                  MOVE 0 TO 貯金額
004400                  PERFORM ファイル閉鎖処理
004500                  EXIT PROGRAM
004600            NOT INVALID KEY
004700                  PERFORM 証書番号チェック
004750                  PERFORM 暗証番号チェック
004800                  PERFORM 貯金データ設定
004900      END-READ
005000      PERFORM ファイル閉鎖処理
005100      EXIT PROGRAM.
005200*
005300*入力された証書番号がレコード上の証書番号と一致しているかチェック
005400*
005500 証書番号チェック.
005600      COMPUTE 証書チェック =
005650              ＶＢ証書番号 - 証書番号
005700      IF 証書チェック NOT = 0
005800            MOVE 8 TO エラー番号
005900            PERFORM ファイル閉鎖処理
006000            EXIT PROGRAM
006100      END-IF.
006210*
006230*チェックする
006240*
006250 暗証番号チェック.
006260      COMPUTE 暗証番号チェック結果 =
006265              リンク暗証番号 - 暗証番号
006270      IF 暗証番号チェック結果 NOT = 0
006280            MOVE 13 TO エラー番号
006290            PERFORM ファイル閉鎖処理
006295            EXIT PROGRAM
006298      END-IF.
006299
006300 貯金データ設定.
006400
006500      MOVE 貯金番号 TO ＶＢ貯金番号
006600      MOVE 氏名     TO ＶＢ氏名
006700      MOVE 貯金額   TO ＶＢ貯金額
006800      MOVE 0        TO エラー番号.
006900
007000 ファイル閉鎖処理.
007005      MOVE FUNCTION CURRENT-DATE TO 現在日時
007010      MOVE ＶＢ貯金番号 TO ログ貯金番号
007015      SET  ログ照会        TO TRUE
007020      MOVE 0              TO ログ取引金額
007025      MOVE 貯金額 TO ログ取引後残高
007030      MOVE エラー番号 TO ログエラー番号
007035      MOVE 現在日時８      TO ログ取引日時
007036      MOVE SPACE           TO ログ担当者ＩＤ
007037      MOVE "0"             TO ログ現金区分
007040      OPEN EXTEND 取引ログファイル
007045      WRITE 取引ログレコード
007050      CLOSE 取引ログファイル
007100      CLOSE 貯金ファイル.
