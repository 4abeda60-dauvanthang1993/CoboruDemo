000600 CONFIGURATION SECTION.
000700 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000900      SELECT OPTIONAL 貯金ファイル
001000                ASSIGN  TO "tyokin.dat"
001100                ORGANIZATION IS  INDEXED
001200                RECORD KEY   IS  貯金番号
001300                ACCESS MODE  IS  RANDOM.
001310      SELECT OPTIONAL 採番チェックポイントファイル
001320                ASSIGN  TO "SINCKPT.DAT"
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
002210 FD   採番チェックポイントファイル.
002220 01   チェックポイントレコード.
002230      03 チェックポイントキー     PIC  9(1).
002240      03 次貯金番号     PIC  9(5).
002250 FD   取引ログファイル.
002260      COPY TORILOG.
002262 FD   顧客マスタファイル.
002275      03 口座顧客番号 PIC  9(5).
002300*
002400 WORKING-STORAGE SECTION.
002500 77 新規貯金番号        PIC  9(6).
002600 77 新規貯金チェック  PIC  9(4).
002625 77 締確認サブシステム  PIC  X(2)  VALUE "YO".
002650 77 締確認日          PIC  9(8).
002675 77 締確認結果        PIC  9(1).
002700*
002710 77 新規フラグ          PIC  9(1).
002712 77 顧客マスタ状態      PIC  X(2).
002730    02 現在日時８  PIC  X(8).
002740    02 FILLER      PIC  X(013).
002800 LINKAGE SECTION.
002900 01 ＶＢ氏名          PIC  N(6).
003000 01 ＶＢ貯金額        PIC S9(9) COMP-5.
003100 01 ＶＢ証書番号      PIC S9(4) COMP-5.
003200 01 ＶＢ貯金番号      PIC  X(5).
003300 01 エラー番号        PIC  9(4) COMP-5.
003350 01 リンク暗証番号    PIC S9(4) COMP-5.
003360 01 リンク顧客番号    PIC S9(5) COMP-5.
003400*
003500 PROCEDURE DIVISION WITH STDCALL LINKAGE 
003610      USING ＶＢ氏名
003620            ＶＢ貯金額
003630            ＶＢ証書番号
003650            ＶＢ貯金番号
003660            エラー番号
003665            リンク暗証番号
003670            リンク顧客番号.
003700*
003702      PERFORM 締期間チェック
003705*開設先の顧客が指定されている場合は，口座を起こす前に顧客
003706*マスタに実在することを確認する
003707*
003708      IF リンク顧客番号 > 0
003709            PERFORM 顧客確認
003710      END-IF
003800      OPEN I-O 貯金ファイル
003810      OPEN I-O 採番チェックポイントファイル
003900*
003910*口座番号は共通採番（範囲名TYOKINNO）から払い出す。範囲が
003970                        採番結果
003980      IF 採番結果 = 0
003982            MOVE 1 TO 中央採番フラグ
003984            MOVE 採番番号 TO 貯金番号
003986            MOVE 採番番号 TO 新規貯金番号
003988      END-IF
004000      MOVE 0 TO 新規貯金チェック
004005      IF 中央採番フラグ = 0
004100      MOVE 1 TO チェックポイントキー
004110      READ 採番チェックポイントファイル
004120            INVALID KEY
004130                  MOVE 1 TO 貯金番号
004140                  MOVE 1 TO 新規フラグ
004150            NOT INVALID KEY
004160                  COMPUTE 貯金番号 =
004165                  次貯金番号 + 1
004170                  MOVE 0 TO 新規フラグ
004180      END-READ
004200*
004300* 使用されている貯金番号を読み飛ばしていく
004400* 貯金番号が発見できなくなるまで検索番号を＋１していく
004500* 発見できなくなった時点の検索番号を新規貯金番号とする
004600*
004700      PERFORM UNTIL 新規貯金チェック NOT = 0
004800            READ 貯金ファイル
004900                  INVALID KEY
005000                        MOVE 貯金番号 TO 新規貯金番号
005100                        MOVE 1 TO 新規貯金チェック
005200                  NOT INVALID KEY
005300                        ADD 1 TO 貯金番号
005400            END-READ
005500      END-PERFORM
005510      PERFORM 口座数チェック
005520      END-IF
005600*
005800*
005900      MOVE ＶＢ貯金額 TO 貯金額
006000      MOVE ＶＢ証書番号 TO 証書番号
006050      MOVE リンク暗証番号 TO 暗証番号
006060      MOVE "0" TO 休眠区分
006100      MOVE ＶＢ氏名 TO 氏名
006200*
006300      MOVE 氏名 TO ＶＢ氏名
006400      MOVE 貯金番号 TO ＶＢ貯金番号
006500*
006600      MOVE 0 TO エラー番号
006700      WRITE 貯金レコード
006705      IF 中央採番フラグ = 0
006710      MOVE 貯金番号 TO 次貯金番号
006720      MOVE 1 TO チェックポイントキー
006730      IF 新規フラグ = 1
006740            WRITE チェックポイントレコード
006790      IF リンク顧客番号 > 0
006791            PERFORM 顧客リンク登録
006792      END-IF
006800      CLOSE 貯金ファイル
006810      CLOSE 採番チェックポイントファイル
006900      EXIT PROGRAM.
007000*
007100*新規貯金番号が口座数の制限をオーバーしていないかチェック
007200 口座数チェック.
007300      IF 新規貯金番号 > 50
007400            MOVE 11 TO エラー番号
007410            CLOSE 採番チェックポイントファイル
007500            CLOSE 貯金ファイル
007600            EXIT PROGRAM
007700      END-IF
007800      MOVE 新規貯金番号 TO 貯金番号.
007900
008000*
008100*開設も活動として取引ログに残す（入金取引・金額０）。休眠
008340 顧客確認.
008342      OPEN INPUT 顧客マスタファイル
008344      IF NOT 顧客マスタ正常
008346            MOVE 15 TO エラー番号
008348            CLOSE 顧客マスタファイル
008350            EXIT PROGRAM
008352      END-IF
008354      MOVE リンク顧客番号 TO 顧客番号
008356      READ 顧客マスタファイル
008358            INVALID KEY
008360                  MOVE 15 TO エラー番号
008362                  CLOSE 顧客マスタファイル
008364                  EXIT PROGRAM
008366      END-READ
008374*
008376 顧客リンク登録.
008378      OPEN I-O 顧客口座リンクファイル
008380      MOVE 貯金番号       TO 口座貯金番号
008382      MOVE リンク顧客番号 TO 口座顧客番号
008384      WRITE 顧客口座リンクレコード
008386      CLOSE 顧客口座リンクファイル.
008390*
008400 開設ログ出力.
008500      MOVE FUNCTION CURRENT-DATE TO 現在日時
008600      MOVE 貯金番号 TO ログ貯金番号
008700      SET  ログ入金 TO TRUE
008800      MOVE 0 TO ログ取引金額
008900      MOVE 貯金額 TO ログ取引後残高
009000      MOVE 0 TO ログエラー番号
009100      MOVE 現在日時８ TO ログ取引日時
009120      MOVE SPACE TO ログ担当者ＩＤ
009140      MOVE "0" TO ログ現金区分
009200      OPEN EXTEND 取引ログファイル
009300      WRITE 取引ログレコード
009400      CLOSE 取引ログファイル.
009500*
009600*計上日（当日）の月が貯金（YO）の締処理中・締済なら開設を
009700*受け付けない（エラー番号１８）。開設時の貯金額を締めた月へ
009800*計上しないため，口座番号を払い出す前に確認する
009900*
010000 締期間チェック.
010100      MOVE FUNCTION CURRENT-DATE TO 現在日時
010200      MOVE 現在日時８ TO 締確認日
010300      CALL "締状態確認" USING 締確認サブシステム
010400                             締確認日 締確認結果
010500      IF 締確認結果 NOT = 0
010600            MOVE 18 TO エラー番号
010700            EXIT PROGRAM
010800      END-IF.
