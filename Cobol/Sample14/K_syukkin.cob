002205      03 暗証番号     PIC  9(4).
002206      03 休眠区分     PIC  X(1).
002207         88 休眠中      VALUE "1".
002208         88 解約済      VALUE "9".
002210*
002220 FD   取引ログファイル.
002230      COPY TORILOG.
002505 77 手数料確定フラグ  PIC  X(1).
002506    88 手数料確定      VALUE "Y".
002507 77 算定手数料        PIC  9(7)  VALUE 0.
002508 77 リンク拘束額      PIC S9(9)  COMP-5.
002510 01 現在日時.
002520    02 現在日時８      PIC  X(8).
002530    02 FILLER          PIC  X(013).
002547 77 締確認サブシステム  PIC  X(2)  VALUE "YO".
002564 77 締確認日          PIC  9(8).
002581 77 締確認結果        PIC  9(1).
002600*
002700 LINKAGE SECTION.
002800 01 リンク貯金番号    PIC  9(5) COMP-5.
002900 01 リンク出金額      PIC S9(9) COMP-5.
003000 01 リンク貯金額      PIC S9(9) COMP-5.
003100 01 エラー番号        PIC  9(4) COMP-5.
003120 01 リンク担当者ＩＤ  PIC  X(8).
003140 01 リンク現金区分    PIC  X(1).
003200*
003300 PROCEDURE DIVISION WITH STDCALL LINKAGE
003310      USING リンク貯金番号
003320            リンク出金額
003330            リンク貯金額
003340            エラー番号
003390            リンク担当者ＩＤ
003440            リンク現金区分.
003500*
003600      OPEN I-O 貯金ファイル
003700      MOVE リンク貯金番号 TO 貯金番号
004200                  PERFORM ファイル閉鎖処理
004300                  EXIT PROGRAM
004400            NOT INVALID KEY
004402                  PERFORM 締期間チェック
004405                  PERFORM 解約口座チェック
004410                  PERFORM 休眠口座チェック
004420                  PERFORM 手数料算定
004500                  PERFORM 出金額チェック
005000      MOVE 0 TO エラー番号
005100      PERFORM ファイル閉鎖処理
005200      EXIT PROGRAM.
005205*
005210*解約済口座（K_KAIYAKUで解約した口座）からの出金は受け付け
005215*ない
005220*
005225 解約口座チェック.
005230      IF 解約済
005235            MOVE 16 TO エラー番号
005240            MOVE 貯金額 TO リンク貯金額
005245            PERFORM ファイル閉鎖処理
005250            EXIT PROGRAM
005255      END-IF.
005300*
005310*休眠口座に対する出金は再有効化（K_KAIJOによる解除）まで
005320*受け付けない
006100            PERFORM ファイル閉鎖処理
006200            EXIT PROGRAM
006300      END-IF
006350      PERFORM 拘束額チェック
006400      MOVE 出金後貯金額 TO 貯金額.
006405*
006410*差押・支払停止（K_SHITEIで登録）の拘束額を下回る出金は
006415*受け付けない
006420*
006425 拘束額チェック.
006430      CALL "K_KOSOKU" WITH STDCALL LINKAGE
006435           USING リンク貯金番号
006440                 リンク拘束額
006445      IF 出金後貯金額 < リンク拘束額
006450            MOVE 17 TO エラー番号
006455            MOVE 貯金額 TO リンク貯金額
006460            PERFORM ファイル閉鎖処理
006465            EXIT PROGRAM
006470      END-IF.
006471*
006472*計上日（当日）の月が貯金（YO）の締処理中・締済なら出金を
006473*受け付けない（エラー番号１８）
006474*
006475 締期間チェック.
006476      MOVE FUNCTION CURRENT-DATE TO 現在日時
006477      MOVE 現在日時８ TO 締確認日
006478      CALL "締状態確認" USING 締確認サブシステム
006479                             締確認日 締確認結果
006480      IF 締確認結果 NOT = 0
006481            MOVE 18 TO エラー番号
006482            MOVE 貯金額 TO リンク貯金額
006483            PERFORM ファイル閉鎖処理
006484            EXIT PROGRAM
006485      END-IF.
006500*
006501*手数料ファイルから出金（取引区分２）の金額帯に当たる手数料
006503*を求める。ファイルが無い・該当帯が無い場合は手数料なしと
006690*
006700*貯金ファイルを閉じる前に，本取引の内容を取引ログファイルへ
006710*書き出す。手数料を徴収した場合は出金取引に続けて手数料取引
006720*（取引区分４）を１件書き出す。担当者ＩＤと現金区分（窓口で
006740*の現金払出は１）は出金取引に記録し，手数料取引は現金を
006760*伴わないため現金区分を０とする
006800*
006900 ファイル閉鎖処理.
007000      MOVE FUNCTION CURRENT-DATE TO 現在日時
007450      END-IF
007500      MOVE エラー番号      TO ログエラー番号
007600      MOVE 現在日時８      TO ログ取引日時
007620      MOVE リンク担当者ＩＤ TO ログ担当者ＩＤ
007640      MOVE リンク現金区分  TO ログ現金区分
007700      OPEN EXTEND 取引ログファイル
007800      WRITE 取引ログレコード
007810      IF エラー番号 = 0 AND 算定手数料 > 0
007820            SET  ログ出金手数料 TO TRUE
007830            MOVE 算定手数料     TO ログ取引金額
007840            MOVE 貯金額         TO ログ取引後残高
007845            MOVE "0"            TO ログ現金区分
007850            WRITE 取引ログレコード
007860      END-IF
007900      CLOSE 取引ログファイル
