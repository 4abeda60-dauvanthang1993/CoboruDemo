002600      03 暗証番号     PIC  9(4).
002610      03 休眠区分     PIC  X(1).
002620         88 休眠中      VALUE "1".
002640         88 解約済      VALUE "9".
002700*
002800 FD   取引ログファイル.
002900      COPY TORILOG.
003450 77 手数料確定フラグ  PIC  X(1).
003460    88 手数料確定      VALUE "Y".
003470 77 算定手数料        PIC  9(7)  VALUE 0.
003480 77 リンク拘束額      PIC S9(9)  COMP-5.
003500 01 現在日時.
003600    02 現在日時８      PIC  X(8).
003700    02 FILLER          PIC  X(013).
003725 77 締確認サブシステム  PIC  X(2)  VALUE "YO".
003750 77 締確認日          PIC  9(8).
003775 77 締確認結果        PIC  9(1).
003800*
003900 LINKAGE SECTION.
004000 01 リンク振替元番号  PIC  9(5) COMP-5.
004200 01 リンク振替金額    PIC S9(9) COMP-5.
004300 01 リンク貯金額      PIC S9(9) COMP-5.
004400 01 エラー番号        PIC  9(4) COMP-5.
004450 01 リンク担当者ＩＤ  PIC  X(8).
004500*
004600 PROCEDURE DIVISION WITH STDCALL LINKAGE
004700      USING リンク振替元番号
004800            リンク振替先番号
004900            リンク振替金額
005000            リンク貯金額
005100            エラー番号
005150            リンク担当者ＩＤ.
005200*
005300      OPEN I-O 貯金ファイル
005400      MOVE 0 TO 振替元更新済
006300                  PERFORM ファイル閉鎖処理
006400                  EXIT PROGRAM
006500            NOT INVALID KEY
006502                  PERFORM 振替締期間チェック
006505                  PERFORM 振替元解約チェック
006510                  PERFORM 振替元休眠チェック
006520                  PERFORM 手数料算定
006600                  PERFORM 振替元出金チェック
008100                  PERFORM ファイル閉鎖処理
008200                  EXIT PROGRAM
008300            NOT INVALID KEY
008305                  PERFORM 振替先解約チェック
008310                  PERFORM 振替先休眠チェック
008400                  PERFORM 振替先入金チェック
008500      END-READ
008800      MOVE 0 TO エラー番号
008900      PERFORM ファイル閉鎖処理
009000      EXIT PROGRAM.
009005*
009010*解約済口座も振替の両側とも対象外とする（エラー番号１６）。
009015*振替先が解約済の場合は振替元の出金を取り消して元に戻す
009020*
009025 振替元解約チェック.
009030      IF 解約済
009035            MOVE 16 TO エラー番号
009040            MOVE 貯金額 TO リンク貯金額
009045            PERFORM ファイル閉鎖処理
009050            EXIT PROGRAM
009055      END-IF.
009060*
009065 振替先解約チェック.
009070      IF 解約済
009075            MOVE 16 TO エラー番号
009080            PERFORM 振替元出金取消
009085            PERFORM ファイル閉鎖処理
009090            EXIT PROGRAM
009095      END-IF.
009100*
009110*休眠口座は振替の両側とも対象外とする。振替先が休眠の場合
009120*は振替元の出金を取り消して元に戻す
010000            PERFORM ファイル閉鎖処理
010100            EXIT PROGRAM
010200      END-IF
010250      PERFORM 振替元拘束額チェック
010300      MOVE 振替元貯金額 TO 貯金額.
010305*
010310*差押・支払停止（K_SHITEIで登録）の拘束額を下回る振替元の
010315*出金は受け付けない
010320*
010325 振替元拘束額チェック.
010330      CALL "K_KOSOKU" WITH STDCALL LINKAGE
010335           USING リンク振替元番号
010340                 リンク拘束額
010345      IF 振替元貯金額 < リンク拘束額
010350            MOVE 17 TO エラー番号
010355            MOVE 貯金額 TO リンク貯金額
010360            PERFORM ファイル閉鎖処理
010365            EXIT PROGRAM
010370      END-IF.
010371*
010372*計上日（当日）の月が貯金（YO）の締処理中・締済なら振替を
010373*受け付けない（エラー番号１８）
010374*
010375 振替締期間チェック.
010376      MOVE FUNCTION CURRENT-DATE TO 現在日時
010377      MOVE 現在日時８ TO 締確認日
010378      CALL "締状態確認" USING 締確認サブシステム
010379                             締確認日 締確認結果
010380      IF 締確認結果 NOT = 0
010381            MOVE 18 TO エラー番号
010382            MOVE 貯金額 TO リンク貯金額
010383            PERFORM ファイル閉鎖処理
010384            EXIT PROGRAM
010385      END-IF.
010400*
010500*振替先の貯金額が上限を超えないかチェックし，超える場合は
010600*エラーを返す（この時点で振替元の出金は取り消す）
013300*貯金ファイルを閉じる前に，本振替の出金側・入金側の内容を
013400*取引ログファイルへ書き出す。エラー時も発生した取引として
013500*出金側１件を記録する。手数料を徴収した場合は出金側に続けて
013510*手数料取引（取引区分５）を１件書き出す。振替は現金を伴わ
013530*ないため，いずれも担当者ＩＤを記録し現金区分を０とする
013600*
013700 ファイル閉鎖処理.
013800      MOVE FUNCTION CURRENT-DATE TO 現在日時
013900      OPEN EXTEND 取引ログファイル
014000      MOVE リンク振替元番号 TO ログ貯金番号
014020      MOVE リンク担当者ＩＤ TO ログ担当者ＩＤ
014040      MOVE "0"              TO ログ現金区分
014100      SET  ログ出金         TO TRUE
014200      MOVE リンク振替金額   TO ログ取引金額
014210      IF エラー番号 = 0 AND 算定手数料 > 0
