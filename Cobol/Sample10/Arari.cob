000010* Copyright 1992-2015 FUJITSU LIMITED
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. ARARI.
000040*
000050*　粗利分析。売上ファイルの金額と原価金額（売上時点の原価×数量）
000060*　から，指定月について商品別・得意先別の売上・原価・粗利・粗利率
000070*　を，また指定月までの１２か月について月別の推移を並べる。赤伝
000080*　は金額・原価金額とも負で積まれているので，そのまま合算すれば
000090*　相殺される。売上推移報告（ＳＵＩＩ）と同じ要領で報告書（スプー
000100*　ル登録）とＣＳＶの両方を出力する。
000110*
000120 ENVIRONMENT DIVISION.
000130  INPUT-OUTPUT SECTION.
000140   FILE-CONTROL.
000150     SELECT 売上ファイル ASSIGN TO SALEFILE
000160       FILE STATUS       IS  売上ファイルの状態
000170       ORGANIZATION      IS  INDEXED
000180       ACCESS MODE       IS  SEQUENTIAL
000190       RECORD KEY        IS  商品コード OF 売上レコード
000200                         WITH DUPLICATES
000210       ALTERNATE RECORD KEY IS  受注日
000220                         WITH DUPLICATES.
000230     SELECT 粗利報告ファイル
000240       ASSIGN TO "ARARI.RPT"
000250       ORGANIZATION      IS  LINE SEQUENTIAL.
000260     SELECT 粗利ＣＳＶファイル
000270       ASSIGN TO "ARARI.CSV"
000280       ORGANIZATION      IS  LINE SEQUENTIAL.
000290*
000300 DATA DIVISION.
000310  FILE SECTION.
000320  FD  売上ファイル.
000330      COPY  URIAGE OF COPYLIB.
000340  FD  粗利報告ファイル.
000350  01  報告行                  PIC  X(110).
000360  FD  粗利ＣＳＶファイル.
000370  01  ＣＳＶ行                PIC  X(110).
000380*
000390  WORKING-STORAGE SECTION.
000400   77  スプール発行元          PIC  X(08).
000410   77  スプール帳票名          PIC  X(08).
000420   77  スプール本文名          PIC  X(20).
000430   77  スプール登録結果        PIC  9(01).
000440   77  売上ファイルの状態      PIC  XX.
000450       88  売上ファイル正常    VALUE "00" "05".
000460   77  売上終了フラグ          PIC  X(01)  VALUE "N".
000470       88  売上終了            VALUE "Y".
000480   77  当月年月                PIC  9(06).
000490   77  受注年月                PIC  9(06).
000500   77  当月通算月              PIC  9(06).
000510   77  受注通算月              PIC  9(06).
000520   01  年月作業                PIC  9(06).
000530   01  年月作業分解  REDEFINES 年月作業.
000540       02  作業年              PIC  9(04).
000550       02  作業月              PIC  9(02).
000560   77  商品添字                PIC  9(03)  COMP-5.
000570   77  商品登録数              PIC  9(03)  COMP-5 VALUE 0.
000580   77  得意先添字              PIC  9(03)  COMP-5.
000590   77  得意先登録数            PIC  9(03)  COMP-5 VALUE 0.
000600   77  月添字                  PIC  9(03)  COMP-5.
000610   77  検索添字                PIC  9(03)  COMP-5.
000620   77  あふれ件数              PIC  9(06)  VALUE 0.
000630   77  原価未設定件数          PIC  9(06)  VALUE 0.
000640*
000650   01  商品別集計表.
000660       02  商品別明細  OCCURS 100.
000670           03  粗利商品コード  PIC  X(04).
000680           03  粗利商品名      PIC  N(20).
000690           03  商品売上金額    PIC S9(12).
000700           03  商品原価金額    PIC S9(12).
000710   01  得意先別集計表.
000720       02  得意先別明細  OCCURS 100.
000730           03  粗利得意先コード PIC X(04).
000740           03  得意先売上金額  PIC S9(12).
000750           03  得意先原価金額  PIC S9(12).
000760   01  月別集計表.
000770       02  月別明細  OCCURS 12.
000780           03  月別年月        PIC  9(06).
000790           03  月別売上金額    PIC S9(12).
000800           03  月別原価金額    PIC S9(12).
000810*
000820*　明細１行分の出力域。各集計表から移して明細出力を呼ぶ。
000830   01  出力明細.
000840       02  出力区分名          PIC  X(12).
000850       02  出力コード          PIC  X(06).
000860       02  出力名称            PIC  N(20).
000870       02  出力売上金額        PIC S9(12).
000880       02  出力原価金額        PIC S9(12).
000890       02  出力粗利            PIC S9(12).
000900       02  出力粗利率          PIC S9(05)V9.
000910   01  区分合計.
000920       02  合計売上金額        PIC S9(12).
000930       02  合計原価金額        PIC S9(12).
000940*
000950   01  報告行編集域.
000960       02  編集コード          PIC  X(06).
000970       02  FILLER              PIC  X(01)  VALUE SPACE.
000980       02  編集名称            PIC  N(20).
000990       02  FILLER              PIC  X(01)  VALUE SPACE.
001000       02  編集売上金額        PIC  ----,---,--9.
001010       02  FILLER              PIC  X(01)  VALUE SPACE.
001020       02  編集原価金額        PIC  ----,---,--9.
001030       02  FILLER              PIC  X(01)  VALUE SPACE.
001040       02  編集粗利            PIC  ----,---,--9.
001050       02  FILLER              PIC  X(01)  VALUE SPACE.
001060       02  編集粗利率          PIC  -----9.9.
001070       02  FILLER              PIC  X(01)  VALUE "%".
001080   01  ＣＳＶ編集域.
001090       02  ＣＳＶ売上金額      PIC  -(12)9.
001100       02  ＣＳＶ原価金額      PIC  -(12)9.
001110       02  ＣＳＶ粗利          PIC  -(12)9.
001120       02  ＣＳＶ粗利率        PIC  -(5)9.9.
001130*
001140 PROCEDURE DIVISION.
001150     DISPLAY "粗利分析".
001160     DISPLAY "対象年月を入力してください(YYYYMM)".
001170     ACCEPT 当月年月 FROM CONSOLE.
001180     PERFORM 月別年月設定.
001190*
001200     OPEN INPUT 売上ファイル.
001210     IF NOT 売上ファイル正常
001220       DISPLAY "売上ファイルが開けません"
001230       STOP RUN
001240     END-IF.
001250     PERFORM 売上読込.
001260     PERFORM 売上集計 UNTIL 売上終了.
001270     CLOSE 売上ファイル.
001280*
001290     OPEN OUTPUT 粗利報告ファイル.
001300     OPEN OUTPUT 粗利ＣＳＶファイル.
001310     MOVE SPACE TO 報告行.
001320     STRING "*** 粗利分析 " 当月年月
001330            " ***" DELIMITED BY SIZE INTO 報告行.
001340     WRITE 報告行.
001350     MOVE "区分,コード,名称,売上金額," &
001360          "原価金額,粗利,粗利率"
001370       TO ＣＳＶ行.
001380     WRITE ＣＳＶ行.
001390*
001400     MOVE "【商品別】" TO 報告行.
001410     PERFORM 見出し出力.
001420     MOVE "商品" TO 出力区分名.
001430     INITIALIZE 区分合計.
001440     PERFORM 商品別出力
001450         VARYING 商品添字 FROM 1 BY 1
001460         UNTIL 商品添字 > 商品登録数.
001470     PERFORM 合計出力.
001480*
001490     MOVE "【得意先別】" TO 報告行.
001500     PERFORM 見出し出力.
001510     MOVE "得意先" TO 出力区分名.
001520     INITIALIZE 区分合計.
001530     PERFORM 得意先別出力
001540         VARYING 得意先添字 FROM 1 BY 1
001550         UNTIL 得意先添字 > 得意先登録数.
001560     PERFORM 合計出力.
001570*
001580     MOVE "【月別（１２か月）】" TO 報告行.
001590     PERFORM 見出し出力.
001600     MOVE "月" TO 出力区分名.
001610     INITIALIZE 区分合計.
001620     PERFORM 月別出力
001630         VARYING 月添字 FROM 1 BY 1
001640         UNTIL 月添字 > 12.
001650     PERFORM 合計出力.
001660     CLOSE 粗利ＣＳＶファイル.
001670     CLOSE 粗利報告ファイル.
001680     MOVE "ARARI" TO スプール発行元.
001690     MOVE "ARARI" TO スプール帳票名.
001700     MOVE "ARARI.RPT"
001710       TO スプール本文名.
001720     CALL "スプール登録" USING スプール発行元
001730          スプール帳票名 スプール本文名
001740          スプール登録結果.
001750     DISPLAY "対象商品数：" 商品登録数.
001760     DISPLAY "対象得意先数：" 得意先登録数.
001770     IF あふれ件数 NOT = 0
001780       DISPLAY "警告：集計表あふれ 読み飛ばし："
001790               あふれ件数
001800     END-IF.
001810     IF 原価未設定件数 NOT = 0
001820       DISPLAY "警告：原価未設定の売上："
001830               原価未設定件数
001840     END-IF.
001850     STOP RUN.
001860*
001870*　月別表の各欄へ，指定月を最後とする１２か月の年月を古い順に
001880*　入れておく。
001890*
001900 月別年月設定.
001910     INITIALIZE 月別集計表.
001920     MOVE 当月年月 TO 年月作業.
001930     COMPUTE 当月通算月 = 作業年 * 12 + 作業月.
001940     PERFORM 月別年月１件
001950         VARYING 月添字 FROM 12 BY -1
001960         UNTIL 月添字 < 1.
001970*
001980 月別年月１件.
001990     MOVE 年月作業 TO 月別年月(月添字).
002000     IF 作業月 = 1
002010       SUBTRACT 1 FROM 作業年
002020       MOVE 12 TO 作業月
002030     ELSE
002040       SUBTRACT 1 FROM 作業月
002050     END-IF.
002060*
002070 売上読込.
002080     READ 売上ファイル NEXT RECORD
002090       AT END
002100         SET 売上終了 TO TRUE
002110     END-READ.
002120*
002130*　１２か月内の売上を月別に，指定月の売上はさらに商品別・得意先
002140*　別に積み上げる。
002150*
002160 売上集計.
002170     COMPUTE 受注年月 =
002180       年 OF 売上レコード * 100
002190     + 月 OF 売上レコード.
002200     COMPUTE 受注通算月 =
002210       年 OF 売上レコード * 12
002220     + 月 OF 売上レコード.
002230     IF 受注通算月 <= 当月通算月
002240        AND 受注通算月 > 当月通算月 - 12
002250       COMPUTE 月添字 =
002255           12 - (当月通算月 - 受注通算月)
002260       ADD 金額 TO 月別売上金額(月添字)
002270       ADD 原価金額 TO 月別原価金額(月添字)
002280     END-IF.
002290     IF 受注年月 = 当月年月
002300       IF 金額 NOT = 0 AND 原価金額 = 0
002310         ADD 1 TO 原価未設定件数
002320       END-IF
002330       PERFORM 商品位置特定
002340       PERFORM 得意先位置特定
002350*　集計表があふれた場合は件数だけ数えて読み飛ばす
002360       IF 商品添字 = 0 OR 得意先添字 = 0
002370         ADD 1 TO あふれ件数
002380       END-IF
002390       IF 商品添字 NOT = 0
002400         ADD 金額 TO 商品売上金額(商品添字)
002410         ADD 原価金額 TO 商品原価金額(商品添字)
002420       END-IF
002430       IF 得意先添字 NOT = 0
002440         ADD 金額 TO 得意先売上金額(得意先添字)
002450         ADD 原価金額
002455           TO 得意先原価金額(得意先添字)
002460       END-IF
002470     END-IF.
002480     PERFORM 売上読込.
002490*
002500 商品位置特定.
002510     MOVE 0 TO 商品添字.
002520     PERFORM 商品照合
002530         VARYING 検索添字 FROM 1 BY 1
002540         UNTIL 検索添字 > 商品登録数
002550            OR 商品添字 NOT = 0.
002560     IF 商品添字 = 0 AND 商品登録数 < 100
002570       ADD 1 TO 商品登録数
002580       MOVE 商品登録数 TO 商品添字
002590       INITIALIZE 商品別明細(商品添字)
002600       MOVE 商品コード OF 売上レコード
002610         TO 粗利商品コード(商品添字)
002620       MOVE 商品名 OF 売上レコード
002630         TO 粗利商品名(商品添字)
002640     END-IF.
002650*
002660 商品照合.
002670     IF 粗利商品コード(検索添字)
002680        = 商品コード OF 売上レコード
002690       MOVE 検索添字 TO 商品添字
002700     END-IF.
002710*
002720 得意先位置特定.
002730     MOVE 0 TO 得意先添字.
002740     PERFORM 得意先照合
002750         VARYING 検索添字 FROM 1 BY 1
002760         UNTIL 検索添字 > 得意先登録数
002770            OR 得意先添字 NOT = 0.
002780     IF 得意先添字 = 0 AND 得意先登録数 < 100
002790       ADD 1 TO 得意先登録数
002800       MOVE 得意先登録数 TO 得意先添字
002810       INITIALIZE 得意先別明細(得意先添字)
002820       MOVE 得意先コード OF 売上レコード
002830         TO 粗利得意先コード(得意先添字)
002840     END-IF.
002850*
002860 得意先照合.
002870     IF 粗利得意先コード(検索添字)
002880        = 得意先コード OF 売上レコード
002890       MOVE 検索添字 TO 得意先添字
002900     END-IF.
002910*
002920*　区分見出し（報告行に設定済み）と項目見出しを書く。
002930*
002940 見出し出力.
002950     WRITE 報告行.
002960     MOVE "コード 名称" &
002970          "                                  " &
002980          "     売上金額     原価金額" &
002990          "         粗利  粗利率"
003000       TO 報告行.
003010     WRITE 報告行.
003020*
003030 商品別出力.
003040     MOVE 粗利商品コード(商品添字) TO 出力コード.
003050     MOVE 粗利商品名(商品添字)     TO 出力名称.
003060     MOVE 商品売上金額(商品添字)
003065       TO 出力売上金額.
003070     MOVE 商品原価金額(商品添字)
003075       TO 出力原価金額.
003080     PERFORM 明細出力.
003090*
003100 得意先別出力.
003110     MOVE 粗利得意先コード(得意先添字)
003120       TO 出力コード.
003130     MOVE SPACE TO 出力名称.
003140     MOVE 得意先売上金額(得意先添字)
003150       TO 出力売上金額.
003160     MOVE 得意先原価金額(得意先添字)
003170       TO 出力原価金額.
003180     PERFORM 明細出力.
003190*
003200 月別出力.
003210     MOVE 月別年月(月添字)     TO 出力コード.
003220     MOVE SPACE TO 出力名称.
003230     MOVE 月別売上金額(月添字) TO 出力売上金額.
003240     MOVE 月別原価金額(月添字) TO 出力原価金額.
003250     PERFORM 明細出力.
003260*
003270*　粗利率は売上金額に対する百分率。売上が０（赤伝で全額相殺
003280*　された場合を含む）なら０とする。
003290*
003300 粗利計算.
003310     COMPUTE 出力粗利 =
003315         出力売上金額 - 出力原価金額.
003320     IF 出力売上金額 = 0
003330       MOVE 0 TO 出力粗利率
003340     ELSE
003350       COMPUTE 出力粗利率 ROUNDED =
003360           出力粗利 * 100 / 出力売上金額
003370         ON SIZE ERROR
003380           MOVE 0 TO 出力粗利率
003390       END-COMPUTE
003400     END-IF.
003410*
003420 明細出力.
003430     PERFORM 粗利計算.
003440     ADD 出力売上金額 TO 合計売上金額.
003450     ADD 出力原価金額 TO 合計原価金額.
003460     MOVE 出力コード       TO 編集コード.
003470     MOVE 出力名称         TO 編集名称.
003480     MOVE 出力売上金額     TO 編集売上金額.
003490     MOVE 出力原価金額     TO 編集原価金額.
003500     MOVE 出力粗利         TO 編集粗利.
003510     MOVE 出力粗利率       TO 編集粗利率.
003520     MOVE 報告行編集域 TO 報告行.
003530     WRITE 報告行.
003540     MOVE 出力売上金額     TO ＣＳＶ売上金額.
003550     MOVE 出力原価金額     TO ＣＳＶ原価金額.
003560     MOVE 出力粗利         TO ＣＳＶ粗利.
003570     MOVE 出力粗利率       TO ＣＳＶ粗利率.
003580     MOVE SPACE TO ＣＳＶ行.
003590     STRING 出力区分名 DELIMITED BY SPACE
003600            "," 出力コード DELIMITED BY SPACE
003610            "," 出力名称 DELIMITED BY "　"
003620            "," ＣＳＶ売上金額
003630            "," ＣＳＶ原価金額
003640            "," ＣＳＶ粗利
003650            "," ＣＳＶ粗利率
003660            DELIMITED BY SIZE
003670       INTO ＣＳＶ行.
003680     WRITE ＣＳＶ行.
003690*
003700*　区分ごとの合計行（報告書のみ）。
003710*
003720 合計出力.
003730     MOVE 合計売上金額 TO 出力売上金額.
003740     MOVE 合計原価金額 TO 出力原価金額.
003750     PERFORM 粗利計算.
003760     MOVE "合計"           TO 編集コード.
003770     MOVE SPACE            TO 編集名称.
003780     MOVE 出力売上金額     TO 編集売上金額.
003790     MOVE 出力原価金額     TO 編集原価金額.
003800     MOVE 出力粗利         TO 編集粗利.
003810     MOVE 出力粗利率       TO 編集粗利率.
003820     MOVE 報告行編集域 TO 報告行.
003830     WRITE 報告行.
003840     MOVE SPACE TO 報告行.
003850     WRITE 報告行.
