000010*=====================================================================
000020*　社会保険料率マスタ保守　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　健康保険・厚生年金保険・介護保険の料率を，適用開始日を
000050*　キーに本人負担分と会社負担分に分けて保持する。厚生年金は
000060*　標準報酬月額の上限・下限（０は制限なし）も持つ。料率改定
000070*　は新しい適用開始日のレコードを登録するだけで済む。
000080*
000090*　　本プログラムは登録・変更・削除・一覧の保守ユーティリティ。
000100*
000110*                              Copyright 1998-2015 FUJITSU LIMITED
000120*=====================================================================
000130 IDENTIFICATION     DIVISION.
000140 PROGRAM-ID.   RYORMNT.
000150 ENVIRONMENT  DIVISION.
000160 INPUT-OUTPUT  SECTION.
000170 FILE-CONTROL.
000180     SELECT OPTIONAL 料率ファイル
000190       ASSIGN TO "HOKENRM"
000200       ORGANIZATION IS INDEXED
000210       ACCESS MODE  IS DYNAMIC
000220       RECORD KEY   IS 料率開始日
000230       FILE STATUS  IS 料率状態.
000240 DATA  DIVISION.
000250 FILE  SECTION.
000260 FD  料率ファイル.
000270 01  料率レコード.
000280     02  料率開始日          PIC  9(008).
000290     02  健保本人率          PIC  9V9(005).
000300     02  健保会社率          PIC  9V9(005).
000310     02  厚年本人率          PIC  9V9(005).
000320     02  厚年会社率          PIC  9V9(005).
000330     02  介護本人率          PIC  9V9(005).
000340     02  介護会社率          PIC  9V9(005).
000350     02  厚年報酬上限        PIC  9(008).
000360     02  厚年報酬下限        PIC  9(008).
000370 WORKING-STORAGE  SECTION.
000380 01  料率状態                PIC  X(02).
000390     88  料率正常            VALUE "00" "05".
000400 01  処理区分                PIC  9(01).
000410 01  終了区分                PIC  9(01)  VALUE 0.
000420     88  保守終了            VALUE 9.
000430 01  一覧終了フラグ          PIC  X(01).
000440     88  一覧終了            VALUE "Y".
000450*
000460 PROCEDURE  DIVISION.
000470     OPEN I-O 料率ファイル.
000480     PERFORM 保守メニュー処理 UNTIL 保守終了.
000490     CLOSE 料率ファイル.
000500     STOP RUN.
000510*
000520 保守メニュー処理.
000530     DISPLAY "社会保険料率マスタ保守".
000540     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
000550     ACCEPT 処理区分 FROM CONSOLE.
000560     EVALUATE 処理区分
000570       WHEN 1
000580         PERFORM 登録変更処理
000590       WHEN 2
000600         PERFORM 削除処理
000610       WHEN 3
000620         PERFORM 一覧処理
000630       WHEN 9
000640         MOVE 9 TO 終了区分
000650     END-EVALUATE.
000660*
000670 登録変更処理.
000680     DISPLAY "適用開始日を入力(YYYYMMDD)".
000690     ACCEPT 料率開始日 FROM CONSOLE.
000700     READ 料率ファイル
000710       INVALID KEY
000720         PERFORM 項目入力
000730         WRITE 料率レコード
000740         DISPLAY "登録しました"
000750       NOT INVALID KEY
000760         PERFORM 項目入力
000770         REWRITE 料率レコード
000780         DISPLAY "変更しました"
000790     END-READ.
000800*
000810*　料率は小数（例：4.985%は0.04985）で入力する。
000820*
000830 項目入力.
000840     DISPLAY "健康保険 本人負担率(例 0.04985)".
000850     ACCEPT 健保本人率 FROM CONSOLE.
000860     DISPLAY "健康保険 会社負担率".
000870     ACCEPT 健保会社率 FROM CONSOLE.
000880     DISPLAY "厚生年金 本人負担率(例 0.09150)".
000890     ACCEPT 厚年本人率 FROM CONSOLE.
000900     DISPLAY "厚生年金 会社負担率".
000910     ACCEPT 厚年会社率 FROM CONSOLE.
000920     DISPLAY "介護保険 本人負担率(例 0.00800)".
000930     ACCEPT 介護本人率 FROM CONSOLE.
000940     DISPLAY "介護保険 会社負担率".
000950     ACCEPT 介護会社率 FROM CONSOLE.
000960     DISPLAY "厚生年金 標準報酬上限(0:なし)".
000970     ACCEPT 厚年報酬上限 FROM CONSOLE.
000980     DISPLAY "厚生年金 標準報酬下限(0:なし)".
000990     ACCEPT 厚年報酬下限 FROM CONSOLE.
001000*
001010 削除処理.
001020     DISPLAY "適用開始日を入力(YYYYMMDD)".
001030     ACCEPT 料率開始日 FROM CONSOLE.
001040     READ 料率ファイル
001050       INVALID KEY
001060         DISPLAY "登録がありません"
001070       NOT INVALID KEY
001080         DELETE 料率ファイル
001090         DISPLAY "削除しました"
001100     END-READ.
001110*
001120 一覧処理.
001130     MOVE "N" TO 一覧終了フラグ.
001140     MOVE 0 TO 料率開始日.
001150     START 料率ファイル KEY NOT < 料率開始日
001160       INVALID KEY
001170         SET 一覧終了 TO TRUE
001180     END-START.
001190     PERFORM 一覧明細 UNTIL 一覧終了.
001200*
001210 一覧明細.
001220     READ 料率ファイル NEXT RECORD
001230       AT END
001240         SET 一覧終了 TO TRUE
001250       NOT AT END
001260         DISPLAY "開始:" 料率開始日
001270                 " 健保:" 健保本人率 "/" 健保会社率
001280                 " 厚年:" 厚年本人率 "/" 厚年会社率
001290                 " 介護:" 介護本人率 "/" 介護会社率
001300                 " 厚年上下限:" 厚年報酬上限
001310                 "/" 厚年報酬下限
001320     END-READ.
001330 END PROGRAM RYORMNT.
001340*
001350*=====================================================================
001360*　社会保険料計算サブルーチン。支給年月・生年月日・保険料の基礎
001370*　額（標準報酬月額）を渡すと，支給年月の初日に有効な（適用開始
001380*　日がそれ以前で最も新しい）料率で健康保険・厚生年金・介護保険
001390*　の本人負担額と会社負担額を返す。料率が無ければ結果１を返し，
001400*　呼び出し元は従来の固定率で続行できる（段階移行）。
001410*
001420*　　本人負担額は給与から控除するため円未満５０銭以下を切り捨て，
001430*　５０銭を超える端数を切り上げる。会社負担額は本人・会社の合計
001440*　保険料（円未満切捨て）から本人負担額を引いた額とする。
001450*
001460*　　介護保険は４０歳に達した日（誕生日の前日）の属する月から
001470*　６５歳に達した日の属する月の前月までを対象とする。生年月日が
001480*　未登録（０）の従業員には掛けない。
001490*
001500*　パラメータ：
001510*　　入力１：保険計算年月 9(6)
001520*　　入力２：保険生年月日 9(8)
001530*　　入力３：保険基礎額 S9(9)（標準報酬月額）
001540*　　出力１：保険料内訳（本人：健保・厚年・介護，会社：同）
001550*　　出力２：保険計算結果（０：算出済／１：料率なし）
001560*=====================================================================
001570 IDENTIFICATION     DIVISION.
001580 PROGRAM-ID.   "社会保険料計算".
001590 ENVIRONMENT  DIVISION.
001600 INPUT-OUTPUT  SECTION.
001610 FILE-CONTROL.
001620     SELECT OPTIONAL 料率ファイル
001630       ASSIGN TO "HOKENRM"
001640       ORGANIZATION IS INDEXED
001650       ACCESS MODE  IS DYNAMIC
001660       RECORD KEY   IS 料率開始日
001670       FILE STATUS  IS 料率状態.
001680 DATA  DIVISION.
001690 FILE  SECTION.
001700 FD  料率ファイル.
001710 01  料率レコード.
001720     02  料率開始日          PIC  9(008).
001730     02  健保本人率          PIC  9V9(005).
001740     02  健保会社率          PIC  9V9(005).
001750     02  厚年本人率          PIC  9V9(005).
001760     02  厚年会社率          PIC  9V9(005).
001770     02  介護本人率          PIC  9V9(005).
001780     02  介護会社率          PIC  9V9(005).
001790     02  厚年報酬上限        PIC  9(008).
001800     02  厚年報酬下限        PIC  9(008).
001810 WORKING-STORAGE  SECTION.
001820 01  料率状態                PIC  X(02).
001830     88  料率正常            VALUE "00".
001840 01  走査終了フラグ          PIC  X(01).
001850     88  走査終了            VALUE "Y".
001860 01  料率有無フラグ          PIC  X(01).
001870     88  料率あり            VALUE "Y".
001880 01  計算基準日              PIC  9(08).
001890 01  採用料率.
001900     02  採用健保本人率      PIC  9V9(005).
001910     02  採用健保会社率      PIC  9V9(005).
001920     02  採用厚年本人率      PIC  9V9(005).
001930     02  採用厚年会社率      PIC  9V9(005).
001940     02  採用介護本人率      PIC  9V9(005).
001950     02  採用介護会社率      PIC  9V9(005).
001960     02  採用厚年上限        PIC  9(008).
001970     02  採用厚年下限        PIC  9(008).
001980 01  厚年基礎額              PIC S9(09).
001990 01  端数計算域.
002000     02  計算本人率          PIC  9V9(005).
002010     02  計算会社率          PIC  9V9(005).
002020     02  計算基礎            PIC S9(09).
002030     02  本人額端数込        PIC S9(09)V9(07).
002040     02  本人額円            PIC S9(09).
002050     02  合計額円            PIC S9(09).
002060 01  生年月日分解.
002070     02  生年                PIC  9(04).
002080     02  生月                PIC  9(02).
002090     02  生日                PIC  9(02).
002100 01  介護開始年月            PIC  9(06).
002110 01  介護終了年月            PIC  9(06).
002120 01  年月計算域.
002130     02  年月計算年          PIC  9(04).
002140     02  年月計算月          PIC  9(02).
002150 01  年月計算値  REDEFINES 年月計算域
002160                             PIC  9(06).
002170 LINKAGE  SECTION.
002180 01  保険計算年月            PIC  9(06).
002190 01  保険生年月日            PIC  9(08).
002200 01  保険基礎額              PIC S9(09).
002210 01  保険料内訳.
002220     02  内訳健保本人        PIC S9(08).
002230     02  内訳厚年本人        PIC S9(08).
002240     02  内訳介護本人        PIC S9(08).
002250     02  内訳健保会社        PIC S9(08).
002260     02  内訳厚年会社        PIC S9(08).
002270     02  内訳介護会社        PIC S9(08).
002280 01  保険計算結果            PIC  9(01).
002290 PROCEDURE  DIVISION USING 保険計算年月 保険生年月日
002300                           保険基礎額 保険料内訳
002310                           保険計算結果.
002320 計算開始.
002330     MOVE 0 TO 内訳健保本人 内訳厚年本人
002335           内訳介護本人.
002340     MOVE 0 TO 内訳健保会社 内訳厚年会社
002345           内訳介護会社.
002350     MOVE 1 TO 保険計算結果.
002360     OPEN INPUT 料率ファイル.
002370     IF NOT 料率正常
002380       CLOSE 料率ファイル
002390       EXIT PROGRAM
002400     END-IF.
002410*
002420*　開始日順に読み，支給月の初日を超えない最後の料率を採る。
002430*
002440     COMPUTE 計算基準日 = 保険計算年月 * 100 + 1.
002450     MOVE "N" TO 料率有無フラグ.
002460     MOVE "N" TO 走査終了フラグ.
002470     MOVE 0 TO 料率開始日.
002480     START 料率ファイル KEY NOT < 料率開始日
002490       INVALID KEY
002500         SET 走査終了 TO TRUE
002510     END-START.
002520     PERFORM 料率走査 UNTIL 走査終了.
002530     CLOSE 料率ファイル.
002540     IF NOT 料率あり
002550       EXIT PROGRAM
002560     END-IF.
002570*
002580     MOVE 採用健保本人率 TO 計算本人率.
002590     MOVE 採用健保会社率 TO 計算会社率.
002600     MOVE 保険基礎額     TO 計算基礎.
002610     PERFORM 負担額計算.
002620     MOVE 本人額円 TO 内訳健保本人.
002630     COMPUTE 内訳健保会社 = 合計額円 - 本人額円.
002640*
002650*　厚生年金は標準報酬月額の上限・下限で頭打ちにする。
002660*
002670     MOVE 保険基礎額 TO 厚年基礎額.
002680     IF 採用厚年上限 NOT = 0
002690        AND 厚年基礎額 > 採用厚年上限
002700       MOVE 採用厚年上限 TO 厚年基礎額
002710     END-IF.
002720     IF 採用厚年下限 NOT = 0
002730        AND 厚年基礎額 < 採用厚年下限
002740       MOVE 採用厚年下限 TO 厚年基礎額
002750     END-IF.
002760     MOVE 採用厚年本人率 TO 計算本人率.
002770     MOVE 採用厚年会社率 TO 計算会社率.
002780     MOVE 厚年基礎額     TO 計算基礎.
002790     PERFORM 負担額計算.
002800     MOVE 本人額円 TO 内訳厚年本人.
002810     COMPUTE 内訳厚年会社 = 合計額円 - 本人額円.
002820*
002830     PERFORM 介護対象判定.
002840     IF 保険計算年月 >= 介護開始年月
002850        AND 保険計算年月 < 介護終了年月
002860       MOVE 採用介護本人率 TO 計算本人率
002870       MOVE 採用介護会社率 TO 計算会社率
002880       MOVE 保険基礎額     TO 計算基礎
002890       PERFORM 負担額計算
002900       MOVE 本人額円 TO 内訳介護本人
002910       COMPUTE 内訳介護会社 = 合計額円 - 本人額円
002920     END-IF.
002930     MOVE 0 TO 保険計算結果.
002940     EXIT PROGRAM.
002950*
002960 料率走査.
002970     READ 料率ファイル NEXT RECORD
002980       AT END
002990         SET 走査終了 TO TRUE
003000       NOT AT END
003010         IF 料率開始日 > 計算基準日
003020           SET 走査終了 TO TRUE
003030         ELSE
003040           SET 料率あり TO TRUE
003050           MOVE 健保本人率   TO 採用健保本人率
003060           MOVE 健保会社率   TO 採用健保会社率
003070           MOVE 厚年本人率   TO 採用厚年本人率
003080           MOVE 厚年会社率   TO 採用厚年会社率
003090           MOVE 介護本人率   TO 採用介護本人率
003100           MOVE 介護会社率   TO 採用介護会社率
003110           MOVE 厚年報酬上限 TO 採用厚年上限
003120           MOVE 厚年報酬下限 TO 採用厚年下限
003130         END-IF
003140     END-READ.
003150*
003160*　本人負担額は５０銭以下切捨て・５０銭超切上げ，合計保険料は
003170*　円未満切捨て。
003180*
003190 負担額計算.
003200     COMPUTE 本人額端数込 = 計算基礎 * 計算本人率.
003210     MOVE 本人額端数込 TO 本人額円.
003220     IF 本人額端数込 - 本人額円 > 0.5
003230       ADD 1 TO 本人額円
003240     END-IF.
003250     COMPUTE 合計額円 =
003260         計算基礎 * (計算本人率 + 計算会社率).
003270     IF 合計額円 < 本人額円
003280       MOVE 本人額円 TO 合計額円
003290     END-IF.
003300*
003310*　４０歳・６５歳に達する日は誕生日の前日のため，１日生まれは
003320*　誕生月の前月が到達月になる。対象は開始年月以上終了年月未満。
003330*
003340 介護対象判定.
003350     MOVE 0 TO 介護開始年月.
003360     MOVE 0 TO 介護終了年月.
003370     IF 保険生年月日 = 0
003380       EXIT PARAGRAPH
003390     END-IF.
003400     MOVE 保険生年月日 TO 生年月日分解.
003410     COMPUTE 年月計算年 = 生年 + 40.
003420     MOVE 生月 TO 年月計算月.
003430     PERFORM 到達月補正.
003440     MOVE 年月計算値 TO 介護開始年月.
003450     COMPUTE 年月計算年 = 生年 + 65.
003460     MOVE 生月 TO 年月計算月.
003470     PERFORM 到達月補正.
003480     MOVE 年月計算値 TO 介護終了年月.
003490*
003500 到達月補正.
003510     IF 生日 = 1
003520       IF 年月計算月 = 1
003530         SUBTRACT 1 FROM 年月計算年
003540         MOVE 12 TO 年月計算月
003550       ELSE
003560         SUBTRACT 1 FROM 年月計算月
003570       END-IF
003580     END-IF.
003590 END PROGRAM "社会保険料計算".
003600*
003610*=====================================================================
003620*　賞与保険料計算サブルーチン。支給年月・生年月日・健康保険と
003630*　厚生年金保険の標準賞与額を渡すと，支給年月の初日に有効な料率
003640*　で賞与の健康保険・厚生年金・介護保険の本人負担額と会社負担額
003650*　を返す。料率が無ければ結果１を返す（段階移行）。
003660*
003670*　　標準賞与額の上限（健康保険は年度累計，厚生年金は１箇月）は
003680*　過去の賞与台帳を知る呼び出し元で頭打ちにしてから渡す。端数と
003690*　介護保険の対象月の扱いは社会保険料計算と同じ。
003700*
003710*　パラメータ：
003720*　　入力１：保険計算年月 9(6)
003730*　　入力２：保険生年月日 9(8)
003740*　　入力３：健保賞与基礎額 S9(9)（健康保険の標準賞与額）
003750*　　入力４：厚年賞与基礎額 S9(9)（厚生年金の標準賞与額）
003760*　　出力１：保険料内訳（本人：健保・厚年・介護，会社：同）
003770*　　出力２：保険計算結果（０：算出済／１：料率なし）
003780*=====================================================================
003790 IDENTIFICATION     DIVISION.
003800 PROGRAM-ID.   "賞与保険料計算".
003810 ENVIRONMENT  DIVISION.
003820 INPUT-OUTPUT  SECTION.
003830 FILE-CONTROL.
003840     SELECT OPTIONAL 料率ファイル
003850       ASSIGN TO "HOKENRM"
003860       ORGANIZATION IS INDEXED
003870       ACCESS MODE  IS DYNAMIC
003880       RECORD KEY   IS 料率開始日
003890       FILE STATUS  IS 料率状態.
003900 DATA  DIVISION.
003910 FILE  SECTION.
003920 FD  料率ファイル.
003930 01  料率レコード.
003940     02  料率開始日          PIC  9(008).
003950     02  健保本人率          PIC  9V9(005).
003960     02  健保会社率          PIC  9V9(005).
003970     02  厚年本人率          PIC  9V9(005).
003980     02  厚年会社率          PIC  9V9(005).
003990     02  介護本人率          PIC  9V9(005).
004000     02  介護会社率          PIC  9V9(005).
004010     02  厚年報酬上限        PIC  9(008).
004020     02  厚年報酬下限        PIC  9(008).
004030 WORKING-STORAGE  SECTION.
004040 01  料率状態                PIC  X(02).
004050     88  料率正常            VALUE "00".
004060 01  走査終了フラグ          PIC  X(01).
004070     88  走査終了            VALUE "Y".
004080 01  料率有無フラグ          PIC  X(01).
004090     88  料率あり            VALUE "Y".
004100 01  計算基準日              PIC  9(08).
004110 01  採用料率.
004120     02  採用健保本人率      PIC  9V9(005).
004130     02  採用健保会社率      PIC  9V9(005).
004140     02  採用厚年本人率      PIC  9V9(005).
004150     02  採用厚年会社率      PIC  9V9(005).
004160     02  採用介護本人率      PIC  9V9(005).
004170     02  採用介護会社率      PIC  9V9(005).
004180     02  採用厚年上限        PIC  9(008).
004190     02  採用厚年下限        PIC  9(008).
004200 01  厚年基礎額              PIC S9(09).
004210 01  端数計算域.
004220     02  計算本人率          PIC  9V9(005).
004230     02  計算会社率          PIC  9V9(005).
004240     02  計算基礎            PIC S9(09).
004250     02  本人額端数込        PIC S9(09)V9(07).
004260     02  本人額円            PIC S9(09).
004270     02  合計額円            PIC S9(09).
004280 01  生年月日分解.
004290     02  生年                PIC  9(04).
004300     02  生月                PIC  9(02).
004310     02  生日                PIC  9(02).
004320 01  介護開始年月            PIC  9(06).
004330 01  介護終了年月            PIC  9(06).
004340 01  年月計算域.
004350     02  年月計算年          PIC  9(04).
004360     02  年月計算月          PIC  9(02).
004370 01  年月計算値  REDEFINES 年月計算域
004380                             PIC  9(06).
004390 LINKAGE  SECTION.
004400 01  保険計算年月            PIC  9(06).
004410 01  保険生年月日            PIC  9(08).
004420 01  健保賞与基礎額          PIC S9(09).
004430 01  厚年賞与基礎額          PIC S9(09).
004440 01  保険料内訳.
004450     02  内訳健保本人        PIC S9(08).
004460     02  内訳厚年本人        PIC S9(08).
004470     02  内訳介護本人        PIC S9(08).
004480     02  内訳健保会社        PIC S9(08).
004490     02  内訳厚年会社        PIC S9(08).
004500     02  内訳介護会社        PIC S9(08).
004510 01  保険計算結果            PIC  9(01).
004520 PROCEDURE  DIVISION USING 保険計算年月 保険生年月日
004530                           健保賞与基礎額
004535                           厚年賞与基礎額
004540                           保険料内訳
004550                           保険計算結果.
004560 計算開始.
004570     MOVE 0 TO 内訳健保本人 内訳厚年本人
004580           内訳介護本人.
004590     MOVE 0 TO 内訳健保会社 内訳厚年会社
004600           内訳介護会社.
004610     MOVE 1 TO 保険計算結果.
004620     OPEN INPUT 料率ファイル.
004630     IF NOT 料率正常
004640       CLOSE 料率ファイル
004650       EXIT PROGRAM
004660     END-IF.
004670*
004680*　開始日順に読み，支給月の初日を超えない最後の料率を採る。
004690*
004700     COMPUTE 計算基準日 = 保険計算年月 * 100 + 1.
004710     MOVE "N" TO 料率有無フラグ.
004720     MOVE "N" TO 走査終了フラグ.
004730     MOVE 0 TO 料率開始日.
004740     START 料率ファイル KEY NOT < 料率開始日
004750       INVALID KEY
004760         SET 走査終了 TO TRUE
004770     END-START.
004780     PERFORM 料率走査 UNTIL 走査終了.
004790     CLOSE 料率ファイル.
004800     IF NOT 料率あり
004810       EXIT PROGRAM
004820     END-IF.
004830*
004840     MOVE 採用健保本人率 TO 計算本人率.
004850     MOVE 採用健保会社率 TO 計算会社率.
004860     MOVE 健保賞与基礎額 TO 計算基礎.
004870     PERFORM 負担額計算.
004880     MOVE 本人額円 TO 内訳健保本人.
004890     COMPUTE 内訳健保会社 = 合計額円 - 本人額円.
004900*
004910*　厚生年金は標準賞与額の上限で頭打ち済の額に掛ける。
004920*
004930     MOVE 厚年賞与基礎額 TO 厚年基礎額.
004940     MOVE 採用厚年本人率 TO 計算本人率.
004950     MOVE 採用厚年会社率 TO 計算会社率.
004960     MOVE 厚年基礎額     TO 計算基礎.
004970     PERFORM 負担額計算.
004980     MOVE 本人額円 TO 内訳厚年本人.
004990     COMPUTE 内訳厚年会社 = 合計額円 - 本人額円.
005000*
005010     PERFORM 介護対象判定.
005020     IF 保険計算年月 >= 介護開始年月
005030        AND 保険計算年月 < 介護終了年月
005040       MOVE 採用介護本人率 TO 計算本人率
005050       MOVE 採用介護会社率 TO 計算会社率
005060       MOVE 健保賞与基礎額 TO 計算基礎
005070       PERFORM 負担額計算
005080       MOVE 本人額円 TO 内訳介護本人
005090       COMPUTE 内訳介護会社 = 合計額円 - 本人額円
005100     END-IF.
005110     MOVE 0 TO 保険計算結果.
005120     EXIT PROGRAM.
005130*
005140 料率走査.
005150     READ 料率ファイル NEXT RECORD
005160       AT END
005170         SET 走査終了 TO TRUE
005180       NOT AT END
005190         IF 料率開始日 > 計算基準日
005200           SET 走査終了 TO TRUE
005210         ELSE
005220           SET 料率あり TO TRUE
005230           MOVE 健保本人率   TO 採用健保本人率
005240           MOVE 健保会社率   TO 採用健保会社率
005250           MOVE 厚年本人率   TO 採用厚年本人率
005260           MOVE 厚年会社率   TO 採用厚年会社率
005270           MOVE 介護本人率   TO 採用介護本人率
005280           MOVE 介護会社率   TO 採用介護会社率
005290           MOVE 厚年報酬上限 TO 採用厚年上限
005300           MOVE 厚年報酬下限 TO 採用厚年下限
005310         END-IF
005320     END-READ.
005330*
005340*　本人負担額は５０銭以下切捨て・５０銭超切上げ，合計保険料は
005350*　円未満切捨て。
005360*
005370 負担額計算.
005380     COMPUTE 本人額端数込 = 計算基礎 * 計算本人率.
005390     MOVE 本人額端数込 TO 本人額円.
005400     IF 本人額端数込 - 本人額円 > 0.5
005410       ADD 1 TO 本人額円
005420     END-IF.
005430     COMPUTE 合計額円 =
005440         計算基礎 * (計算本人率 + 計算会社率).
005450     IF 合計額円 < 本人額円
005460       MOVE 本人額円 TO 合計額円
005470     END-IF.
005480*
005490*　４０歳・６５歳に達する日は誕生日の前日のため，１日生まれは
005500*　誕生月の前月が到達月になる。対象は開始年月以上終了年月未満。
005510*
005520 介護対象判定.
005530     MOVE 0 TO 介護開始年月.
005540     MOVE 0 TO 介護終了年月.
005550     IF 保険生年月日 = 0
005560       EXIT PARAGRAPH
005570     END-IF.
005580     MOVE 保険生年月日 TO 生年月日分解.
005590     COMPUTE 年月計算年 = 生年 + 40.
005600     MOVE 生月 TO 年月計算月.
005610     PERFORM 到達月補正.
005620     MOVE 年月計算値 TO 介護開始年月.
005630     COMPUTE 年月計算年 = 生年 + 65.
005640     MOVE 生月 TO 年月計算月.
005650     PERFORM 到達月補正.
005660     MOVE 年月計算値 TO 介護終了年月.
005670*
005680 到達月補正.
005690     IF 生日 = 1
005700       IF 年月計算月 = 1
005710         SUBTRACT 1 FROM 年月計算年
005720         MOVE 12 TO 年月計算月
005730       ELSE
005740         SUBTRACT 1 FROM 年月計算月
005750       END-IF
005760     END-IF.
005770 END PROGRAM "賞与保険料計算".
