000010*======================================================================
000020*
000030*　ＫＰＩダッシュボード（月次売上・給与の指標をエクセルのグラフに
000040*　　まとめ，対象年月付きのブックとして保存します）
000050*
000060*　　SUII12.CSV    ： 直近１２か月の売上金額推移（SUII）
000070*　　YOSAN.CSV     ： 商品別の予算達成率（YOSAN 対比表）
000080*　　ABC.CSV       ： ＡＢＣ区分別の売上金額（ABC）
000090*　　KYUSHUKEI.CSV ： 部門別の総支給額（KYUSHUKEI）
000100*
000110*　指標ごとにデータのシートとグラフのシートを作り，出力先フォルダ
000120*　へ KPI_YYYYMM.xlsx の名前で保存します。ＣＳＶが無い指標は
000130*　見出しだけのシートとし，グラフは作りません。
000140*
000150*        Copyright 1999-2015 FUJITSU LIMITED
000160*======================================================================
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.    KPIDASH.
000190 ENVIRONMENT    DIVISION.
000200 CONFIGURATION SECTION.
000210   REPOSITORY.
000220           CLASS COM AS "*COM"
000230           CLASS EXCEL     AS "*COM:EXCEL:APPLICATION"
000240           CLASS WORKBOOKS AS "*COM:EXCEL:WORKBOOKS"
000250           CLASS WORKBOOK  AS "*COM:EXCEL:WORKBOOK"
000260           CLASS SHEETS    AS "*COM:EXCEL:SHEETS"
000270           CLASS SHEET     AS "*COM:EXCEL:WORKSHEET"
000280           CLASS CELLS     AS "*COM:EXCEL:RANGE"
000290           CLASS CHART     AS "*COM:EXCEL:CHART"
000300           CLASS RANGES    AS "*COM:EXCEL:RANGE"
000310           .
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL 推移ファイル
000350       ASSIGN TO "SUII12.CSV"
000360       ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT OPTIONAL 予算ファイル
000380       ASSIGN TO "YOSAN.CSV"
000390       ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT OPTIONAL 分析ファイル
000410       ASSIGN TO "ABC.CSV"
000420       ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT OPTIONAL 給与集計ファイル
000440       ASSIGN TO "KYUSHUKEI.CSV"
000450       ORGANIZATION IS LINE SEQUENTIAL.
000460 DATA           DIVISION.
000470 FILE SECTION.
000480 FD  推移ファイル.
000490 01  推移行.
000500     02  推移年月            PIC  9(06).
000510     02  FILLER              PIC  X(01).
000520     02  推移数量            PIC S9(09).
000530     02  FILLER              PIC  X(01).
000540     02  推移金額            PIC S9(13).
000550 FD  予算ファイル.
000560 01  予算行.
000570     02  予算商品コード      PIC  X(04).
000580     02  FILLER              PIC  X(01).
000590     02  予算年月            PIC  9(06).
000600     02  FILLER              PIC  X(01).
000610     02  予算金額            PIC  9(12).
000620     02  FILLER              PIC  X(01).
000630     02  予算実績金額        PIC  9(12).
000640     02  FILLER              PIC  X(01).
000650     02  予算差異金額        PIC S9(13).
000660     02  FILLER              PIC  X(01).
000670     02  予算達成率          PIC  9(04)V9.
000680 FD  分析ファイル.
000690 01  分析行.
000700     02  分析クラス          PIC  X(01).
000710     02  FILLER              PIC  X(01).
000720     02  分析商品コード      PIC  X(04).
000730     02  FILLER              PIC  X(01).
000740     02  分析金額            PIC S9(12).
000750     02  FILLER              PIC  X(50).
000760 FD  給与集計ファイル.
000770 01  給与集計行.
000780     02  給与部門コード      PIC  X(04).
000790     02  FILLER              PIC  X(01).
000800     02  給与職級            PIC  9(01).
000810     02  FILLER              PIC  X(01).
000820     02  給与人数            PIC  9(05).
000830     02  FILLER              PIC  X(01).
000840     02  給与総支給          PIC S9(11).
000850     02  FILLER              PIC  X(80).
000860 WORKING-STORAGE SECTION.
000870 01 エクセル            OBJECT REFERENCE EXCEL.
000880 01 ブック              OBJECT REFERENCE WORKBOOK.
000890 01 シート              OBJECT REFERENCE SHEET.
000900 01 選択セル            OBJECT REFERENCE CELLS.
000910 01 セル                OBJECT REFERENCE CELLS.
000920 01 開始位置            OBJECT REFERENCE CELLS.
000930 01 終了位置            OBJECT REFERENCE CELLS.
000940 01 チャート            OBJECT REFERENCE CHART.
000950 01 範囲                OBJECT REFERENCE RANGES.
000960 01 一時オブジェクト    OBJECT REFERENCE COM.
000970 01 対象年月            PIC 9(06).
000980 01 システム日付        PIC 9(08).
000990 01 出力フォルダ        PIC X(200).
001000 01 出力用ファイル      PIC X(256).
001010 01 シート名            PIC X(20).
001020 01 グラフ名            PIC X(20).
001030 01 セル文字            PIC X(20).
001040 01 セル数値            COMP-2.
001050 01 セル行位置          PIC S9(9) COMP-5.
001060 01 セル列位置          PIC S9(9) COMP-5.
001070 01 データ行数          PIC S9(9) COMP-5.
001080 01 グラフ種別          PIC S9(9) COMP-5.
001090 01 折れ線グラフ        PIC S9(9) COMP-5 VALUE 4.
001100 01 横棒グラフ          PIC S9(9) COMP-5 VALUE 57.
001110 01 縦棒グラフ          PIC S9(9) COMP-5 VALUE 51.
001120 01 円グラフ            PIC S9(9) COMP-5 VALUE 5.
001130 01 COM-TRUE            PIC 1(1) BIT VALUE B"1".
001140 01 COM-FALES           PIC 1(1) BIT VALUE B"0".
001150 01 読込終了フラグ      PIC X(01).
001160   88 読込終了                   VALUE "Y".
001170 01 前部門コード        PIC X(04).
001180 01 部門総支給          PIC S9(13).
001190 01 区分添字            PIC 9(01).
001200 01 区分集計表.
001210   02 区分集計 OCCURS 3.
001220     03 区分名          PIC X(01).
001230     03 区分金額        PIC S9(13).
001240 PROCEDURE      DIVISION.
001250*======================================================================
001260*  対象年月と出力先フォルダを受け取ります。
001270*  対象年月を省略したときは当月とします。
001280*======================================================================
001290     DISPLAY " 対象年月（YYYYMM，省略時は当月）を"
001295             "指定してください".
001300     DISPLAY " => " WITH NO ADVANCING.
001310     ACCEPT  対象年月 FROM CONSOLE.
001320     IF 対象年月 = 0 THEN
001330       ACCEPT システム日付 FROM DATE YYYYMMDD
001340       MOVE システム日付(1:6) TO 対象年月
001350     END-IF.
001360     DISPLAY " 出力先フォルダをフルパスで"
001365             "指定してください".
001370     DISPLAY " => " WITH NO ADVANCING.
001380     ACCEPT  出力フォルダ FROM CONSOLE.
001390*======================================================================
001400*  エクセルを起動し，新しいブックを作ります。
001410*======================================================================
001420     INVOKE EXCEL "NEW"  RETURNING エクセル.
001430     MOVE   COM-FALES TO VISIBLE OF エクセル.
001440     MOVE   COM-FALES TO DisplayAlerts OF エクセル.
001450     INVOKE WORKBOOKS OF エクセル "ADD"
001460                          RETURNING ブック.
001470*======================================================================
001480*  指標ごとにデータシートとグラフを作ります。
001490*======================================================================
001500     PERFORM 売上推移作成.
001510     PERFORM 予算達成作成.
001520     PERFORM 部門別給与作成.
001530     PERFORM ＡＢＣ区分作成.
001540*======================================================================
001550*  ブックを対象年月付きの名前で保存し，不要なオブジェクトを解放
001560*  します。
001570*======================================================================
001580     MOVE SPACE TO 出力用ファイル.
001590     STRING 出力フォルダ DELIMITED BY SPACE
001600            "\KPI_"     DELIMITED BY SIZE
001610            対象年月    DELIMITED BY SIZE
001620            ".xlsx"     DELIMITED BY SIZE
001630       INTO 出力用ファイル.
001640     INVOKE ブック "SaveAs" USING 出力用ファイル.
001650     INVOKE ブック "CLOSE".
001660     INVOKE エクセル "QUIT".
001670     DISPLAY " 保存しました：" 出力用ファイル.
001680     SET エクセル       TO NULL.
001690     SET ブック         TO NULL.
001700     SET シート         TO NULL.
001710     SET 選択セル       TO NULL.
001720     SET セル           TO NULL.
001730     SET 開始位置       TO NULL.
001740     SET 終了位置       TO NULL.
001750     SET チャート       TO NULL.
001760     SET 範囲           TO NULL.
001770     SET 一時オブジェクト TO NULL.
001780     STOP RUN.
001790*======================================================================
001800*  売上推移：直近１２か月の売上金額を折れ線グラフにします。
001810*======================================================================
001820 売上推移作成.
001830     MOVE "売上推移" TO シート名.
001840     MOVE "年月"     TO セル文字.
001850     PERFORM シート追加.
001860     MOVE "売上金額" TO セル文字.
001870     MOVE 2 TO セル列位置.
001880     PERFORM 文字セル設定.
001890     OPEN INPUT 推移ファイル.
001900     MOVE "N" TO 読込終了フラグ.
001910     PERFORM 推移読込.
001920     PERFORM 推移読込.
001930     PERFORM 推移明細設定 UNTIL 読込終了.
001940     CLOSE 推移ファイル.
001950     MOVE "売上推移グラフ" TO グラフ名.
001960     MOVE 折れ線グラフ     TO グラフ種別.
001970     PERFORM グラフ作成.
001980*
001990 推移読込.
002000     READ 推移ファイル
002010       AT END
002020         SET 読込終了 TO TRUE
002030     END-READ.
002040*
002050 推移明細設定.
002060     PERFORM 行追加.
002070     MOVE 推移年月 TO セル文字.
002080     PERFORM 文字セル設定.
002090     MOVE 推移金額 TO セル数値.
002100     MOVE 2 TO セル列位置.
002110     PERFORM 数値セル設定.
002120     PERFORM 推移読込.
002130*======================================================================
002140*  予算達成：対比表の商品別達成率（％）を横棒グラフにします。
002150*======================================================================
002160 予算達成作成.
002170     MOVE "予算達成" TO シート名.
002180     MOVE "商品コード" TO セル文字.
002190     PERFORM シート追加.
002200     MOVE "達成率" TO セル文字.
002210     MOVE 2 TO セル列位置.
002220     PERFORM 文字セル設定.
002230     OPEN INPUT 予算ファイル.
002240     MOVE "N" TO 読込終了フラグ.
002250     PERFORM 予算読込.
002260     PERFORM 予算読込.
002270     PERFORM 予算明細設定 UNTIL 読込終了.
002280     CLOSE 予算ファイル.
002290     MOVE "予算達成グラフ" TO グラフ名.
002300     MOVE 横棒グラフ       TO グラフ種別.
002310     PERFORM グラフ作成.
002320*
002330 予算読込.
002340     READ 予算ファイル
002350       AT END
002360         SET 読込終了 TO TRUE
002370     END-READ.
002380*
002390 予算明細設定.
002400     PERFORM 行追加.
002410     MOVE 予算商品コード TO セル文字.
002420     PERFORM 文字セル設定.
002430     MOVE 予算達成率 TO セル数値.
002440     MOVE 2 TO セル列位置.
002450     PERFORM 数値セル設定.
002460     PERFORM 予算読込.
002470*======================================================================
002480*  部門別給与：給与集計（部門順）の総支給を部門ごとに合計し，
002490*  縦棒グラフにします。
002500*======================================================================
002510 部門別給与作成.
002520     MOVE "部門別給与" TO シート名.
002530     MOVE "部門"       TO セル文字.
002540     PERFORM シート追加.
002550     MOVE "総支給" TO セル文字.
002560     MOVE 2 TO セル列位置.
002570     PERFORM 文字セル設定.
002580     OPEN INPUT 給与集計ファイル.
002590     MOVE "N" TO 読込終了フラグ.
002600     PERFORM 給与読込.
002610     PERFORM 給与読込.
002620     MOVE 給与部門コード TO 前部門コード.
002630     MOVE 0 TO 部門総支給.
002640     PERFORM 給与明細集計 UNTIL 読込終了.
002650     IF 前部門コード NOT = SPACE THEN
002660       PERFORM 部門行設定
002670     END-IF.
002680     CLOSE 給与集計ファイル.
002690     MOVE "部門別給与グラフ" TO グラフ名.
002700     MOVE 縦棒グラフ         TO グラフ種別.
002710     PERFORM グラフ作成.
002720*
002730 給与読込.
002740     READ 給与集計ファイル
002750       AT END
002760         MOVE SPACE TO 給与部門コード
002770         SET 読込終了 TO TRUE
002780     END-READ.
002790*
002800 給与明細集計.
002810     IF 給与部門コード NOT = 前部門コード THEN
002820       PERFORM 部門行設定
002830       MOVE 給与部門コード TO 前部門コード
002840       MOVE 0 TO 部門総支給
002850     END-IF.
002860     ADD 給与総支給 TO 部門総支給.
002870     PERFORM 給与読込.
002880*
002890 部門行設定.
002900     PERFORM 行追加.
002910     MOVE 前部門コード TO セル文字.
002920     PERFORM 文字セル設定.
002930     MOVE 部門総支給 TO セル数値.
002940     MOVE 2 TO セル列位置.
002950     PERFORM 数値セル設定.
002960*======================================================================
002970*  ＡＢＣ区分：区分ごとの売上金額を円グラフにします。
002980*======================================================================
002990 ＡＢＣ区分作成.
003000     MOVE "ABC区分" TO シート名.
003010     MOVE "区分"    TO セル文字.
003020     PERFORM シート追加.
003030     MOVE "売上金額" TO セル文字.
003040     MOVE 2 TO セル列位置.
003050     PERFORM 文字セル設定.
003060     MOVE "A" TO 区分名(1).
003070     MOVE "B" TO 区分名(2).
003080     MOVE "C" TO 区分名(3).
003090     MOVE 0 TO 区分金額(1) 区分金額(2) 区分金額(3).
003100     OPEN INPUT 分析ファイル.
003110     MOVE "N" TO 読込終了フラグ.
003120     PERFORM 分析読込.
003130     PERFORM 分析読込.
003140     PERFORM 分析明細集計 UNTIL 読込終了.
003150     CLOSE 分析ファイル.
003160     IF 区分金額(1) NOT = 0 OR 区分金額(2) NOT = 0
003170                           OR 区分金額(3) NOT = 0 THEN
003180       PERFORM 区分行設定
003190           VARYING 区分添字 FROM 1 BY 1 UNTIL 区分添字 > 3
003200     END-IF.
003210     MOVE "ABC区分グラフ" TO グラフ名.
003220     MOVE 円グラフ        TO グラフ種別.
003230     PERFORM グラフ作成.
003240*
003250 分析読込.
003260     READ 分析ファイル
003270       AT END
003280         SET 読込終了 TO TRUE
003290     END-READ.
003300*
003310 分析明細集計.
003320     EVALUATE 分析クラス
003330       WHEN "A"
003340         ADD 分析金額 TO 区分金額(1)
003350       WHEN "B"
003360         ADD 分析金額 TO 区分金額(2)
003370       WHEN "C"
003380         ADD 分析金額 TO 区分金額(3)
003390     END-EVALUATE.
003400     PERFORM 分析読込.
003410*
003420 区分行設定.
003430     PERFORM 行追加.
003440     MOVE 区分名(区分添字) TO セル文字.
003450     PERFORM 文字セル設定.
003460     MOVE 区分金額(区分添字) TO セル数値.
003470     MOVE 2 TO セル列位置.
003480     PERFORM 数値セル設定.
003490*======================================================================
003500*  ワークシートを追加してシート名を付け，１行１列目に見出しを
003510*  設定します（見出しはセル文字に置いて呼び出します）。
003520*======================================================================
003530 シート追加.
003540     INVOKE WORKSHEETS OF ブック "ADD"
003550                        RETURNING 一時オブジェクト.
003560     SET  シート  TO  一時オブジェクト  AS  SHEET.
003570     INVOKE シート "SET-NAME" USING シート名.
003580     MOVE 0 TO データ行数.
003590     MOVE 1 TO セル行位置.
003600     MOVE 1 TO セル列位置.
003610     PERFORM 文字セル設定.
003620*
003630 行追加.
003640     ADD 1 TO データ行数.
003650     COMPUTE セル行位置 = データ行数 + 1.
003660     MOVE 1 TO セル列位置.
003670*
003680 文字セル設定.
003690     INVOKE シート "GET-CELLS"  RETURNING 範囲.
003700     INVOKE 範囲   "GET-ITEM"
003710                   USING セル行位置 セル列位置
003720                   RETURNING セル.
003730     INVOKE セル "SET-VALUE"
003740                   USING OMITTED セル文字.
003750*
003760 数値セル設定.
003770     INVOKE シート "GET-CELLS"  RETURNING 範囲.
003780     INVOKE 範囲   "GET-ITEM"
003790                   USING セル行位置 セル列位置
003800                   RETURNING セル.
003810     INVOKE セル "SET-VALUE"
003820                   USING OMITTED セル数値.
003830*======================================================================
003840*  見出し行を含むデータ範囲（Ａ１から最終行のＢ列まで）を元に
003850*  グラフシートを追加します。データが無いときは作りません。
003860*======================================================================
003870 グラフ作成.
003880     IF データ行数 = 0 THEN
003890       DISPLAY " " シート名
003895               "：データがないため"
003897               "グラフを省略します"
003900     ELSE
003910       MOVE 1 TO セル行位置
003920       MOVE 1 TO セル列位置
003930       INVOKE シート "GET-CELLS"  RETURNING 範囲
003940       INVOKE 範囲   "GET-ITEM"
003950                     USING セル行位置 セル列位置
003960                     RETURNING 開始位置
003970       COMPUTE セル行位置 = データ行数 + 1
003980       MOVE 2 TO セル列位置
003990       INVOKE 範囲   "GET-ITEM"
004000                     USING セル行位置 セル列位置
004010                     RETURNING 終了位置
004020       INVOKE シート "GET-RANGE"
004025                     USING 開始位置 終了位置
004030                     RETURNING 選択セル
004040       INVOKE CHARTS OF ブック "ADD"
004050                          RETURNING 一時オブジェクト
004060       SET  チャート  TO  一時オブジェクト  AS  CHART
004070       INVOKE チャート "SetSourceData" USING 選択セル
004080       INVOKE チャート "SET-ChartType" USING グラフ種別
004090       INVOKE チャート "SET-NAME" USING グラフ名
004100     END-IF.
004110 END PROGRAM KPIDASH.
