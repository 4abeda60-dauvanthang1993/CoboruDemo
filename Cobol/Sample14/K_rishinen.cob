000100* Copyright 1992-2015 FUJITSU LIMITED
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. K_RISHINEN.
000400*
000500*年末の利子支払集計バッチ。利子税集計ファイル（RISHIZEI.DAT，
000600*K_GENSENが貯金番号・支払年月ごとに集計）から対象年の利息・
000700*源泉税を集計し，次の２つの帳票を出力する。
000800*  １ 利子支払明細（RISHIMEI.RPT）
000900*       顧客マスタの顧客ごとに，顧客口座リンクファイルで結び
001000*       付く口座の年間の利息（税引前）・国税・地方税・差引利息
001100*       額と顧客合計を印字する。リンクの無い口座は最後に顧客
001200*       未登録としてまとめて印字する。
001300*  ２ 源泉税納付集計（GENSENNO.RPT）
001400*       支払月ごとの利息・国税・地方税と納付期限（翌月１０日）
001500*       および年間合計を印字する。経理の納付書作成に使用する。
001600*
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100      SELECT OPTIONAL 利子税集計ファイル
002200                ASSIGN  TO "RISHIZEI.DAT"
002300                ORGANIZATION IS  INDEXED
002400                RECORD KEY   IS  集計キー
002500                ACCESS MODE  IS  DYNAMIC
002600                FILE STATUS  IS  集計ファイル状態.
002700      SELECT  顧客マスタファイル
002800                ASSIGN  TO "KOKYAKU.DAT"
002900                ORGANIZATION IS  INDEXED
003000                RECORD KEY   IS  顧客番号
003100                ACCESS MODE  IS  SEQUENTIAL.
003200      SELECT OPTIONAL 顧客口座リンクファイル
003300                ASSIGN  TO "KOKYAKUL.DAT"
003400                ORGANIZATION IS  INDEXED
003500                RECORD KEY   IS  口座貯金番号
003600                ACCESS MODE  IS  SEQUENTIAL
003700                FILE STATUS  IS  リンクファイル状態.
003800      SELECT  利子支払明細ファイル
003900                ASSIGN  TO "RISHIMEI.RPT"
004000                ORGANIZATION IS  LINE SEQUENTIAL.
004100      SELECT  納付集計ファイル
004200                ASSIGN  TO "GENSENNO.RPT"
004300                ORGANIZATION IS  LINE SEQUENTIAL.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD   利子税集計ファイル.
004800 01   利子税集計レコード.
004900      03 集計キー.
005000         05 支払年月.
005100            07 支払年     PIC  9(4).
005200            07 支払月     PIC  9(2).
005300         05 集計貯金番号 PIC  9(5).
005400      03 利息総額     PIC  9(11).
005500      03 国税額       PIC  9(11).
005600      03 地方税額     PIC  9(11).
005700      03 差引利息額   PIC  9(11).
005800      03 支払件数     PIC  9(5).
005900*
006000 FD   顧客マスタファイル.
006100 01   顧客マスタレコード.
006200      03 顧客番号     PIC  9(5).
006300      03 顧客氏名     PIC  N(6).
006400      03 顧客カナ     PIC  X(12).
006500      03 顧客住所     PIC  N(20).
006600      03 顧客電話番号 PIC  X(12).
006700      03 顧客生年月日 PIC  9(8).
006800      03 本人確認区分 PIC  X(1).
006900         88 本人確認済 VALUE "1".
007000*
007100 FD   顧客口座リンクファイル.
007200 01   顧客口座リンクレコード.
007300      03 口座貯金番号 PIC  9(5).
007400      03 口座顧客番号 PIC  9(5).
007500*
007600 FD   利子支払明細ファイル.
007700 01   利子支払明細行   PIC  X(100).
007800*
007900 FD   納付集計ファイル.
008000 01   納付集計行       PIC  X(100).
008100*
008200 WORKING-STORAGE SECTION.
008300 77 集計ファイル状態      PIC  X(2).
008400    88 集計ファイル正常  VALUE "00" "05".
008500 77 リンクファイル状態    PIC  X(2).
008600    88 リンクファイル正常 VALUE "00" "05".
008700 77 走査終了フラグ        PIC  X(1).
008800    88 走査終了          VALUE "Y".
008900 77 顧客見出し済フラグ    PIC  X(1).
009000    88 顧客見出し済      VALUE "Y".
009100 77 対象年                PIC  9(4).
009200 77 口座添字                PIC  9(5)  COMP-5.
009300 77 月添字                PIC  9(2)  COMP-5.
009400 77 対象外件数            PIC  9(5)  VALUE 0.
009500 77 明細口座件数          PIC  9(5)  VALUE 0.
009600 77 未登録件数            PIC  9(5)  VALUE 0.
009700 77 税額計                PIC  9(11).
009710 77 表示月                PIC  9(2).
009720 01 納付合計.
009730    02 納付利息計        PIC  9(11).
009740    02 納付国税計        PIC  9(11).
009750    02 納付地方税計      PIC  9(11).
009760    02 納付件数計        PIC  9(5).
009800 01 顧客合計.
009900    02 顧客利息計        PIC  9(11).
010000    02 顧客国税計        PIC  9(11).
010100    02 顧客地方税計      PIC  9(11).
010200    02 顧客差引計        PIC  9(11).
010300 01 年間合計.
010400    02 年間利息計        PIC  9(11).
010500    02 年間国税計        PIC  9(11).
010600    02 年間地方税計      PIC  9(11).
010700    02 年間差引計        PIC  9(11).
010800 01 納付期限計算域.
010900    02 納付年            PIC  9(4).
011000    02 納付月            PIC  9(2).
011100    02 納付日            PIC  9(2)  VALUE 10.
011200*
011300 01 口座集計表.
011400    02 口座集計          OCCURS 99.
011500       03 口座顧客表      PIC  9(5).
011600       03 口座利息計      PIC  9(11).
011700       03 口座国税計      PIC  9(11).
011800       03 口座地方税計    PIC  9(11).
011900       03 口座差引計      PIC  9(11).
012000 01 月別集計表.
012100    02 月別集計          OCCURS 12.
012200       03 月利息計        PIC  9(11).
012300       03 月国税計        PIC  9(11).
012400       03 月地方税計      PIC  9(11).
012500       03 月件数          PIC  9(5).
012600*
012700 01 明細見出し行.
012800    02 FILLER  PIC X(40) VALUE
012900       "利子支払明細  対象年：".
013000    02 見出し対象年      PIC  9(4).
013100 01 明細項目行.
013200    02 FILLER  PIC X(50) VALUE
013300       "  貯金番号         利息（税引前）".
013400    02 FILLER  PIC X(50) VALUE
013500       "      国税      地方税    差引利息".
013600 01 顧客見出し行.
013700    02 FILLER            PIC  X(12) VALUE "顧客番号：".
013800    02 編集顧客番号      PIC  9(5).
013900    02 FILLER            PIC  X(2)  VALUE SPACE.
014000    02 編集顧客氏名      PIC  N(6).
014100    02 FILLER            PIC  X(2)  VALUE SPACE.
014200    02 編集顧客住所      PIC  N(20).
014300 01 金額行編集域.
014400    02 FILLER            PIC  X(2)  VALUE SPACE.
014500    02 編集見出し        PIC  X(12).
014600    02 FILLER            PIC  X(4)  VALUE SPACE.
014700    02 編集利息          PIC  ZZ,ZZZ,ZZZ,ZZ9.
014800    02 FILLER            PIC  X(1)  VALUE SPACE.
014900    02 編集国税          PIC  ZZZ,ZZZ,ZZ9.
015000    02 FILLER            PIC  X(1)  VALUE SPACE.
015100    02 編集地方税        PIC  ZZZ,ZZZ,ZZ9.
015200    02 FILLER            PIC  X(1)  VALUE SPACE.
015300    02 編集差引          PIC  ZZ,ZZZ,ZZZ,ZZ9.
015400 01 口座番号編集域.
015500    02 編集貯金番号      PIC  9(5).
015600    02 FILLER            PIC  X(7)  VALUE SPACE.
015700*
015800 01 納付見出し行.
015900    02 FILLER  PIC X(40) VALUE
016000       "源泉税納付集計  対象年：".
016100    02 納付見出し対象年  PIC  9(4).
016200 01 納付項目行.
016300    02 FILLER  PIC X(50) VALUE
016400       "支払月 件数     利息（税引前）".
016500    02 FILLER  PIC X(50) VALUE
016600       "      国税      地方税    税額計 納付期限".
016700 01 納付明細編集域.
016800    02 編集支払月        PIC  X(7).
016900    02 FILLER            PIC  X(1)  VALUE SPACE.
017000    02 編集件数          PIC  ZZZZ9.
017100    02 FILLER            PIC  X(1)  VALUE SPACE.
017200    02 編集月利息        PIC  ZZ,ZZZ,ZZZ,ZZ9.
017300    02 FILLER            PIC  X(1)  VALUE SPACE.
017400    02 編集月国税        PIC  ZZZ,ZZZ,ZZ9.
017500    02 FILLER            PIC  X(1)  VALUE SPACE.
017600    02 編集月地方税      PIC  ZZZ,ZZZ,ZZ9.
017700    02 FILLER            PIC  X(1)  VALUE SPACE.
017800    02 編集税額計        PIC  ZZZ,ZZZ,ZZ9.
017900    02 FILLER            PIC  X(1)  VALUE SPACE.
018000    02 編集納付期限      PIC  9(8).
018100*
018200 PROCEDURE DIVISION.
018300*
018400      DISPLAY "利子支払集計バッチ"
018500      DISPLAY "対象年を入力してください(YYYY)"
018600      ACCEPT 対象年 FROM CONSOLE
018700      INITIALIZE 口座集計表
018800      INITIALIZE 月別集計表
018900      INITIALIZE 年間合計
018950      INITIALIZE 納付合計
019000*
019100      PERFORM 口座リンク取込
019200      PERFORM 利子税集計取込
019300      PERFORM 利子支払明細出力
019400      PERFORM 納付集計出力
019500*
019600      DISPLAY "明細口座件数：" 明細口座件数
019700      DISPLAY "顧客未登録口座：" 未登録件数
019800      IF 対象外件数 NOT = 0
019900            DISPLAY "対象外口座（番号100以上）："
020000                    対象外件数
020100      END-IF
020200      STOP RUN.
020300*
020400*顧客口座リンクから口座ごとの顧客番号を求める
020500*
020600 口座リンク取込.
020700      MOVE "N" TO 走査終了フラグ
020800      OPEN INPUT 顧客口座リンクファイル
020900      IF NOT リンクファイル正常
021000            SET 走査終了 TO TRUE
021100      END-IF
021200      PERFORM 口座リンク読込 UNTIL 走査終了
021300      CLOSE 顧客口座リンクファイル.
021400*
021500 口座リンク読込.
021600      READ 顧客口座リンクファイル
021700            AT END
021800                  SET 走査終了 TO TRUE
021900            NOT AT END
022000                  IF 口座貯金番号 >= 1
022100                     AND 口座貯金番号 <= 99
022200                        MOVE 口座顧客番号 TO
022300                             口座顧客表(口座貯金番号)
022400                  END-IF
022500      END-READ.
022600*
022700*対象年の１月から１２月までの集計を口座別・月別に合算する
022800*
022900 利子税集計取込.
023000      MOVE "N" TO 走査終了フラグ
023100      OPEN INPUT 利子税集計ファイル
023200      IF NOT 集計ファイル正常
023300            SET 走査終了 TO TRUE
023400      ELSE
023500            MOVE 対象年 TO 支払年
023600            MOVE 1      TO 支払月
023700            MOVE 0      TO 集計貯金番号
023800            START 利子税集計ファイル
023900                  KEY NOT < 集計キー
024000                  INVALID KEY
024100                        SET 走査終了 TO TRUE
024200            END-START
024300      END-IF
024400      PERFORM 利子税集計読込 UNTIL 走査終了
024500      CLOSE 利子税集計ファイル.
024600*
024700 利子税集計読込.
024800      READ 利子税集計ファイル NEXT RECORD
024900            AT END
025000                  SET 走査終了 TO TRUE
025100            NOT AT END
025200                  IF 支払年 NOT = 対象年
025300                        SET 走査終了 TO TRUE
025400                  ELSE
025500                        PERFORM 利子税集計加算
025600                  END-IF
025700      END-READ.
025800*
025900 利子税集計加算.
026000      MOVE 支払月 TO 月添字
026100      ADD 利息総額 TO 月利息計(月添字)
026200      ADD 国税額   TO 月国税計(月添字)
026300      ADD 地方税額 TO 月地方税計(月添字)
026400      ADD 支払件数 TO 月件数(月添字)
026500      IF 集計貯金番号 < 1 OR 集計貯金番号 > 99
026600            ADD 1 TO 対象外件数
026700      ELSE
026800            MOVE 集計貯金番号 TO 口座添字
026900            ADD 利息総額   TO 口座利息計(口座添字)
027000            ADD 国税額     TO 口座国税計(口座添字)
027100            ADD 地方税額   TO 口座地方税計(口座添字)
027200            ADD 差引利息額 TO 口座差引計(口座添字)
027300      END-IF.
027400*
027500*顧客マスタの順に，利息の支払があった口座を顧客ごとに印字する
027600*
027700 利子支払明細出力.
027800      OPEN OUTPUT 利子支払明細ファイル
027900      MOVE 対象年 TO 見出し対象年
028000      MOVE 明細見出し行 TO 利子支払明細行
028100      WRITE 利子支払明細行
028200      MOVE 明細項目行 TO 利子支払明細行
028300      WRITE 利子支払明細行
028400      MOVE "N" TO 走査終了フラグ
028500      OPEN INPUT 顧客マスタファイル
028600      PERFORM 顧客読込 UNTIL 走査終了
028700      CLOSE 顧客マスタファイル
028800*
028900      MOVE "N" TO 顧客見出し済フラグ
029000      INITIALIZE 顧客合計
029100      PERFORM 未登録口座明細
029200         VARYING 口座添字 FROM 1 BY 1
029300           UNTIL 口座添字 > 99
029400      IF 顧客見出し済
029500            PERFORM 顧客合計出力
029600      END-IF
029700*
029800      MOVE "年間合計"   TO 編集見出し
029900      MOVE 年間利息計   TO 編集利息
030000      MOVE 年間国税計   TO 編集国税
030100      MOVE 年間地方税計 TO 編集地方税
030200      MOVE 年間差引計   TO 編集差引
030300      MOVE 金額行編集域 TO 利子支払明細行
030400      WRITE 利子支払明細行
030500      CLOSE 利子支払明細ファイル.
030600*
030700 顧客読込.
030800      READ 顧客マスタファイル
030900            AT END
031000                  SET 走査終了 TO TRUE
031100            NOT AT END
031200                  MOVE "N" TO 顧客見出し済フラグ
031300                  INITIALIZE 顧客合計
031400                  PERFORM 顧客口座明細
031500                     VARYING 口座添字 FROM 1 BY 1
031600                       UNTIL 口座添字 > 99
031700                  IF 顧客見出し済
031800                        PERFORM 顧客合計出力
031900                  END-IF
032000      END-READ.
032100*
032200 顧客口座明細.
032300      IF 口座顧客表(口座添字) = 顧客番号
032400         AND 口座利息計(口座添字) > 0
032500            IF NOT 顧客見出し済
032600                  MOVE 顧客番号 TO 編集顧客番号
032700                  MOVE 顧客氏名 TO 編集顧客氏名
032800                  MOVE 顧客住所 TO 編集顧客住所
032900                  MOVE 顧客見出し行 TO 利子支払明細行
033000                  WRITE 利子支払明細行
033100                  SET 顧客見出し済 TO TRUE
033200            END-IF
033300            PERFORM 口座明細出力
033400      END-IF.
033500*
033600 未登録口座明細.
033700      IF 口座顧客表(口座添字) = 0
033800         AND 口座利息計(口座添字) > 0
033900            IF NOT 顧客見出し済
034000                  MOVE SPACE TO 利子支払明細行
034100                  MOVE "顧客未登録" TO 利子支払明細行
034200                  WRITE 利子支払明細行
034300                  SET 顧客見出し済 TO TRUE
034400            END-IF
034500            ADD 1 TO 未登録件数
034600            PERFORM 口座明細出力
034700      END-IF.
034800*
034900 口座明細出力.
035000      ADD 1 TO 明細口座件数
035100      MOVE 口座添字 TO 編集貯金番号
035200      MOVE 口座番号編集域 TO 編集見出し
035300      MOVE 口座利息計(口座添字)   TO 編集利息
035400      MOVE 口座国税計(口座添字)   TO 編集国税
035500      MOVE 口座地方税計(口座添字) TO 編集地方税
035600      MOVE 口座差引計(口座添字)   TO 編集差引
035700      MOVE 金額行編集域 TO 利子支払明細行
035800      WRITE 利子支払明細行
035900      ADD 口座利息計(口座添字)   TO 顧客利息計
036000      ADD 口座国税計(口座添字)   TO 顧客国税計
036100      ADD 口座地方税計(口座添字) TO 顧客地方税計
036200      ADD 口座差引計(口座添字)   TO 顧客差引計.
036300*
036400 顧客合計出力.
036500      MOVE "顧客合計"   TO 編集見出し
036600      MOVE 顧客利息計   TO 編集利息
036700      MOVE 顧客国税計   TO 編集国税
036800      MOVE 顧客地方税計 TO 編集地方税
036900      MOVE 顧客差引計   TO 編集差引
037000      MOVE 金額行編集域 TO 利子支払明細行
037100      WRITE 利子支払明細行
037200      ADD 顧客利息計   TO 年間利息計
037300      ADD 顧客国税計   TO 年間国税計
037400      ADD 顧客地方税計 TO 年間地方税計
037500      ADD 顧客差引計   TO 年間差引計.
037600*
037700*支払月ごとの源泉税と納付期限（翌月１０日）を印字する
037800*
037900 納付集計出力.
038000      OPEN OUTPUT 納付集計ファイル
038100      MOVE 対象年 TO 納付見出し対象年
038200      MOVE 納付見出し行 TO 納付集計行
038300      WRITE 納付集計行
038400      MOVE 納付項目行 TO 納付集計行
038500      WRITE 納付集計行
038600      PERFORM 月別納付明細
038700         VARYING 月添字 FROM 1 BY 1
038800           UNTIL 月添字 > 12
038900      MOVE SPACE TO 納付明細編集域
039000      MOVE "合計"       TO 編集支払月
039050      MOVE 納付件数計   TO 編集件数
039100      MOVE 納付利息計   TO 編集月利息
039200      MOVE 納付国税計   TO 編集月国税
039300      MOVE 納付地方税計 TO 編集月地方税
039400      COMPUTE 税額計 = 納付国税計 + 納付地方税計
039500      MOVE 税額計       TO 編集税額計
039600      MOVE 納付明細編集域 TO 納付集計行
039700      WRITE 納付集計行
039800      CLOSE 納付集計ファイル.
039900*
040000 月別納付明細.
040100      IF 月件数(月添字) > 0
040200            MOVE 対象年 TO 納付年
040300            COMPUTE 納付月 = 月添字 + 1
040400            IF 納付月 > 12
040500                  MOVE 1 TO 納付月
040600                  ADD 1 TO 納付年
040700            END-IF
040800            MOVE SPACE TO 納付明細編集域
040850            MOVE 月添字 TO 表示月
040900            STRING 対象年 "/" 表示月 DELIMITED BY SIZE
041000                   INTO 編集支払月
041100            MOVE 月件数(月添字)     TO 編集件数
041200            MOVE 月利息計(月添字)   TO 編集月利息
041300            MOVE 月国税計(月添字)   TO 編集月国税
041400            MOVE 月地方税計(月添字) TO 編集月地方税
041500            COMPUTE 税額計 = 月国税計(月添字)
041600                           + 月地方税計(月添字)
041700            MOVE 税額計         TO 編集税額計
041800            MOVE 納付期限計算域 TO 編集納付期限
041900            MOVE 納付明細編集域 TO 納付集計行
042000            WRITE 納付集計行
042020            ADD 月件数(月添字)     TO 納付件数計
042040            ADD 月利息計(月添字)   TO 納付利息計
042060            ADD 月国税計(月添字)   TO 納付国税計
042080            ADD 月地方税計(月添字) TO 納付地方税計
042100      END-IF.
