000010*=====================================================================
000020*　賞与計算登録バッチ　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　指定支給日の賞与を全従業員について計算し，従業員番号＋支給日
000050*　をキーに賞与台帳（SHOYO）へ保存する。支給額は（基本給＋職務
000060*　手当）×支給月数とし，賞与査定ファイルに載っている従業員は査定
000070*　額を使う（時給制の従業員は査定額だけを支給する）。支給額が０の
000080*　従業員は登録しない。
000090*
000100*　　社会保険料は支給額の千円未満を切り捨てた標準賞与額に，健康
000110*　保険は年度（４月〜翌年３月）累計５７３万円，厚生年金は１箇月
000120*　１５０万円の上限を掛けて賞与保険料計算（料率マスタ HOKENRM）
000130*　で求める。雇用保険料は支給額に本人負担率を掛ける。所得税は
000140*　前月の給与台帳の社会保険料等控除後の給与等の金額から，賞与に
000150*　対する源泉徴収税額の算出率の表（GENHYO 表区分３・４）で求め
000160*　る。料率や表が未登録の間は月次給与バッチと同じ固定率とする。
000170*
000180*　　同一支給日が既に登録されている場合，再実行指定が無い限り
000190*　二重登録として拒否する。再実行指定時は該当支給日を削除して
000200*　から登録し直す。
000203*　支給日の月が締めカレンダー（CLOSECAL）で給与（KY）の締処理中・
000206*　締済なら登録しない。
000210*
000220*　　賞与査定ファイル様式（１行１名，固定桁）
000230*　　　従業員番号 9(4)／支給額 9(8)
000240*
000250*                              Copyright 1998-2015 FUJITSU LIMITED
000260*=====================================================================
000270 IDENTIFICATION     DIVISION.
000280 PROGRAM-ID.   SHOYO.
000290 ENVIRONMENT  DIVISION.
000300 INPUT-OUTPUT  SECTION.
000310 FILE-CONTROL.
000320     SELECT OPTIONAL 賞与台帳ファイル
000330       ASSIGN TO "SHOYO"
000340       ORGANIZATION IS INDEXED
000350       ACCESS MODE  IS DYNAMIC
000360       RECORD KEY   IS 賞与キー
000370       FILE STATUS  IS 賞与台帳状態.
000380     SELECT 社員マスタファイル
000390       ASSIGN TO "SHAINM"
000400       ORGANIZATION IS INDEXED
000410       ACCESS MODE  IS SEQUENTIAL
000420       RECORD KEY   IS 社員番号
000430       FILE STATUS  IS 社員マスタ状態.
000440     SELECT OPTIONAL 給与台帳ファイル
000450       ASSIGN TO "KYUYO"
000460       ORGANIZATION IS INDEXED
000470       ACCESS MODE  IS RANDOM
000480       RECORD KEY   IS 台帳キー
000490       FILE STATUS  IS 給与台帳状態.
000500     SELECT OPTIONAL 部門マスタファイル
000510       ASSIGN TO "BUMONM"
000520       ORGANIZATION IS INDEXED
000530       ACCESS MODE  IS RANDOM
000540       RECORD KEY   IS 部門コード
000550       FILE STATUS  IS 部門マスタ状態.
000560     SELECT OPTIONAL 賞与査定ファイル
000570       ASSIGN TO "SHOYOSAT.TXT"
000580       ORGANIZATION IS LINE SEQUENTIAL
000590       FILE STATUS  IS 査定ファイル状態.
000600 DATA  DIVISION.
000610 FILE  SECTION.
000620 FD  賞与台帳ファイル.
000630     COPY SHOYOREC.
000640 FD  社員マスタファイル.
000650     COPY SHAINMR.
000660 FD  給与台帳ファイル.
000670     COPY KYUYOREC.
000680 FD  部門マスタファイル.
000690 01  部門マスタレコード.
000700     02  部門コード          PIC  X(004).
000710     02  部門名              PIC  N(010).
000720     02  部門事業区分        PIC  X(001).
000725     02  部門長番号          PIC  9(004).
000730 FD  賞与査定ファイル.
000740 01  査定レコード.
000750     02  査定従業員番号      PIC  X(004).
000760     02  査定支給額          PIC  X(008).
000770 WORKING-STORAGE  SECTION.
000780 01  賞与台帳状態            PIC  X(02).
000790     88  賞与台帳正常        VALUE "00" "05".
000800 01  社員マスタ状態          PIC  X(02).
000810     88  社員マスタ正常      VALUE "00" "05".
000820 01  給与台帳状態            PIC  X(02).
000830     88  給与台帳正常        VALUE "00" "05".
000840 01  部門マスタ状態          PIC  X(02).
000850     88  部門マスタ正常      VALUE "00" "05".
000860 01  査定ファイル状態        PIC  X(02).
000870     88  査定ファイル正常    VALUE "00" "05".
000880*　ファイル状態は入出力のたびに変わるため，オープンの成否は
000890*　別のフラグに控えて判定する。
000900 01  給与台帳使用可Ｆ        PIC  X(01)  VALUE "N".
000910     88  給与台帳使用可      VALUE "Y".
000920 01  部門使用可Ｆ            PIC  X(01)  VALUE "N".
000930     88  部門使用可          VALUE "Y".
000940 01  マスタ終了フラグ        PIC  X(01)  VALUE "N".
000950     88  マスタ終了          VALUE "Y".
000960 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000970     88  台帳終了            VALUE "Y".
000980 01  査定終了フラグ          PIC  X(01)  VALUE "N".
000990     88  査定終了            VALUE "Y".
001000 01  対象支給日              PIC  9(08).
001010 01  対象支給日分解  REDEFINES 対象支給日.
001020     02  対象支給年月        PIC  9(06).
001030     02  FILLER              PIC  9(02).
001040 01  支給年月分解  REDEFINES 対象支給日.
001050     02  対象支給年          PIC  9(04).
001060     02  対象支給月          PIC  9(02).
001070     02  FILLER              PIC  9(02).
001080 01  支給月数                PIC  9(02)V9(02).
001090 01  再実行区分              PIC  X(01).
001100     88  再実行指定          VALUE "Y" "y".
001110 01  既存件数                PIC  9(05)  VALUE 0.
001120 01  登録件数                PIC  9(05)  VALUE 0.
001130 01  査定件数                PIC  9(05)  VALUE 0.
001140 01  査定エラー件数          PIC  9(05)  VALUE 0.
001150 01  あふれ件数              PIC  9(05)  VALUE 0.
001160*
001170*　賞与査定ファイルを読み込む表。
001180*
001190 01  査定登録数              PIC  9(03)  COMP-5 VALUE 0.
001200 01  査定添字                PIC  9(03)  COMP-5.
001210 01  査定位置                PIC  9(03)  COMP-5.
001220 01  査定表.
001230     02  査定明細  OCCURS 200.
001240         03  表査定番号      PIC  9(04).
001250         03  表査定額        PIC  9(08).
001260*
001270 01  前月年月                PIC  9(06).
001280 01  前月年月分解  REDEFINES 前月年月.
001290     02  前月年              PIC  9(04).
001300     02  前月月              PIC  9(02).
001310 01  年度開始日              PIC  9(08).
001320 01  計−賞与額              PIC S9(09).
001330 01  計−標準賞与額          PIC S9(09).
001340 01  計−健保標準            PIC S9(09).
001350 01  計−厚年標準            PIC S9(09).
001360 01  計−健保累計            PIC S9(09).
001370 01  計−厚年累計            PIC S9(09).
001380 01  計−前月給与額          PIC S9(09).
001390 01  計−課税対象額          PIC S9(09).
001400 01  保険計算年月            PIC  9(06).
001410 01  保険料内訳.
001420     02  内訳健保本人        PIC S9(08).
001430     02  内訳厚年本人        PIC S9(08).
001440     02  内訳介護本人        PIC S9(08).
001450     02  内訳健保会社        PIC S9(08).
001460     02  内訳厚年会社        PIC S9(08).
001470     02  内訳介護会社        PIC S9(08).
001480 01  保険計算結果            PIC  9(01).
001490 01  雇用事業区分            PIC  X(01).
001500 01  雇用基準日              PIC  9(08).
001510 01  雇用料率域.
001520     02  適用雇用本人率      PIC  9V9(005).
001530     02  適用雇用会社率      PIC  9V9(005).
001540     02  適用労災保険率      PIC  9V9(005).
001550 01  雇用計算結果            PIC  9(01).
001560 01  税額表区分              PIC  X(01).
001570 01  税額計算結果            PIC  9(01).
001580 01  健保賞与年度上限        PIC S9(09)  VALUE 5730000.
001590 01  厚年賞与月上限          PIC S9(09)  VALUE 1500000.
001600 01  所得税率                PIC S9V999  VALUE 0.100.
001610 01  社会保険料率            PIC S9V999  VALUE 0.140.
001620 01  続行確認                PIC  X(01).
001630 01  暦本日                  PIC  9(08).
001640 01  暦相手日                PIC  9(08).
001650 01  暦結果日                PIC  9(08).
001660 01  暦営業日数              PIC S9(05).
001670 01  暦結果                  PIC  9(01).
001680 01  暦機能区分              PIC  X(01).
001690 01  現在日時.
001700     02  現在日時１４        PIC  X(14).
001710     02  FILLER              PIC  X(07).
001712*　締めカレンダーの確認用。
001714 01  締確認サブシステム      PIC  X(02)  VALUE "KY".
001716 01  締確認結果              PIC  9(01).
001720*
001730 PROCEDURE  DIVISION.
001740     DISPLAY "賞与計算登録バッチ".
001750     DISPLAY "支給日を入力してください(YYYYMMDD)".
001760     ACCEPT 対象支給日 FROM CONSOLE.
001770     DISPLAY "支給月数を入力してください(例 2.50)".
001780     ACCEPT 支給月数 FROM CONSOLE.
001790     DISPLAY "再実行ですか(Y/N)".
001800     ACCEPT 再実行区分 FROM CONSOLE.
001810     IF 対象支給月 < 1 OR 対象支給月 > 12
001820       DISPLAY "支給日に誤りがあります"
001830       STOP RUN
001840     END-IF.
001841*　支給日の月が給与（KY）の締処理中・締済なら登録しない。
001842     CALL "締状態確認" USING 締確認サブシステム
001843          対象支給日 締確認結果.
001844     IF 締確認結果 NOT = 0
001845       DISPLAY "支給日の月は締処理中か締済です"
001846       STOP RUN
001847     END-IF.
001850*
001860*　振込日を誤らないよう，支給日が非営業日なら確認を求める。
001870     MOVE 対象支給日 TO 暦本日.
001880     MOVE "1" TO 暦機能区分.
001890     CALL "暦日計算" USING 暦機能区分 暦本日
001900          暦相手日 暦結果日 暦営業日数 暦結果.
001910     IF 暦結果 = 1
001920       DISPLAY "支給日は非営業日です。続行(Y/N)"
001930       ACCEPT 続行確認 FROM CONSOLE
001940       IF 続行確認 NOT = "Y" AND 続行確認 NOT = "y"
001950         DISPLAY "中止しました"
001960         STOP RUN
001970       END-IF
001980     END-IF.
001990*
002000     OPEN I-O 賞与台帳ファイル.
002010     PERFORM 二重登録検査.
002020     IF 既存件数 NOT = 0 AND NOT 再実行指定
002030       DISPLAY "支給日" 対象支給日
002040               "は登録済です（再実行指定なし）"
002050       CLOSE 賞与台帳ファイル
002060       STOP RUN
002070     END-IF.
002080     IF 既存件数 NOT = 0
002090       PERFORM 既存分削除
002100       DISPLAY "既存分を削除しました：" 既存件数
002110     END-IF.
002120*
002130     OPEN INPUT 社員マスタファイル.
002140     IF NOT 社員マスタ正常
002150       DISPLAY "社員マスタファイルが開けません"
002160       CLOSE 賞与台帳ファイル
002170       STOP RUN
002180     END-IF.
002190     OPEN INPUT 給与台帳ファイル.
002200     IF 給与台帳正常
002210       SET 給与台帳使用可 TO TRUE
002220     END-IF.
002230     OPEN INPUT 部門マスタファイル.
002240     IF 部門マスタ正常
002250       SET 部門使用可 TO TRUE
002260     END-IF.
002270     PERFORM 査定読込処理.
002280     PERFORM 支給日付決定.
002290     MOVE FUNCTION CURRENT-DATE TO 現在日時.
002300     PERFORM 社員マスタ読込.
002310     PERFORM 賞与計算登録 UNTIL マスタ終了.
002320     CLOSE 部門マスタファイル.
002330     CLOSE 給与台帳ファイル.
002340     CLOSE 社員マスタファイル.
002350     CLOSE 賞与台帳ファイル.
002360     DISPLAY "登録件数：" 登録件数.
002370     DISPLAY "査定額適用：" 査定件数.
002380     IF 査定エラー件数 NOT = 0
002390       DISPLAY "警告：査定ファイルの誤り行："
002400               査定エラー件数
002410     END-IF.
002420     IF あふれ件数 NOT = 0
002430       DISPLAY "警告：査定表あふれ 読み飛ばし："
002440               あふれ件数
002450     END-IF.
002460     STOP RUN.
002470*
002480*　指定支給日の既存レコード件数を数える。
002490*
002500 二重登録検査.
002510     MOVE "N" TO 台帳終了フラグ.
002520     MOVE 0 TO 既存件数.
002530     MOVE LOW-VALUE TO 賞与キー.
002540     START 賞与台帳ファイル KEY > 賞与キー
002550       INVALID KEY
002560         SET 台帳終了 TO TRUE
002570     END-START.
002580     PERFORM 既存件数集計 UNTIL 台帳終了.
002590*
002600 既存件数集計.
002610     READ 賞与台帳ファイル NEXT RECORD
002620       AT END
002630         SET 台帳終了 TO TRUE
002640       NOT AT END
002650         IF 賞与支給日 = 対象支給日
002660           ADD 1 TO 既存件数
002670         END-IF
002680     END-READ.
002690*
002700*　再実行時は該当支給日のレコードを全て削除する。
002710*
002720 既存分削除.
002730     MOVE "N" TO 台帳終了フラグ.
002740     MOVE LOW-VALUE TO 賞与キー.
002750     START 賞与台帳ファイル KEY > 賞与キー
002760       INVALID KEY
002770         SET 台帳終了 TO TRUE
002780     END-START.
002790     PERFORM 既存分削除明細 UNTIL 台帳終了.
002800*
002810 既存分削除明細.
002820     READ 賞与台帳ファイル NEXT RECORD
002830       AT END
002840         SET 台帳終了 TO TRUE
002850       NOT AT END
002860         IF 賞与支給日 = 対象支給日
002870           DELETE 賞与台帳ファイル
002880         END-IF
002890     END-READ.
002900*
002910*　賞与査定ファイルを表に読み込む。数字でない行は読み飛ばす。
002920*
002930 査定読込処理.
002940     OPEN INPUT 賞与査定ファイル.
002950     IF NOT 査定ファイル正常
002960       CLOSE 賞与査定ファイル
002970       EXIT PARAGRAPH
002980     END-IF.
002990     PERFORM 査定明細読込 UNTIL 査定終了.
003000     CLOSE 賞与査定ファイル.
003010*
003020 査定明細読込.
003030     READ 賞与査定ファイル
003040       AT END
003050         SET 査定終了 TO TRUE
003060       NOT AT END
003070         IF 査定従業員番号 NOT NUMERIC
003080            OR 査定支給額 NOT NUMERIC
003090           ADD 1 TO 査定エラー件数
003100         ELSE
003110           IF 査定登録数 < 200
003120             ADD 1 TO 査定登録数
003130             MOVE 査定従業員番号
003140               TO 表査定番号(査定登録数)
003150             MOVE 査定支給額
003160               TO 表査定額(査定登録数)
003170           ELSE
003180             ADD 1 TO あふれ件数
003190           END-IF
003200         END-IF
003210     END-READ.
003220*
003230*　源泉徴収税額に使う前月と，健康保険の標準賞与額を累計する年度
003240*　の初日を求める。
003250*
003260 支給日付決定.
003270     MOVE 対象支給年月 TO 前月年月.
003280     IF 前月月 = 1
003290       SUBTRACT 1 FROM 前月年
003300       MOVE 12 TO 前月月
003310     ELSE
003320       SUBTRACT 1 FROM 前月月
003330     END-IF.
003340     IF 対象支給月 < 4
003350       COMPUTE 年度開始日 =
003355           (対象支給年 - 1) * 10000 + 401
003360     ELSE
003370       COMPUTE 年度開始日 = 対象支給年 * 10000 + 401
003380     END-IF.
003390*
003400 社員マスタ読込.
003410     READ 社員マスタファイル NEXT RECORD
003420       AT END
003430         SET マスタ終了 TO TRUE
003440     END-READ.
003450*
003460*　従業員１名分の賞与を計算して台帳へ登録する。
003470*
003480 賞与計算登録.
003490     PERFORM 支給額決定.
003500     IF 計−賞与額 > 0
003510       PERFORM 標準賞与額決定
003520       PERFORM 前月給与額取得
003530       INITIALIZE 賞与台帳レコード
003540       MOVE 社員番号       TO 賞与従業員番号
003550       MOVE 対象支給日     TO 賞与支給日
003560       MOVE 社員部門コード TO 賞与部門コード
003570       MOVE 社員職級       TO 賞与職級
003580       MOVE 計−賞与額     TO 賞与支給額
003590       MOVE 計−健保標準   TO 賞与健保標準賞与額
003600       MOVE 計−厚年標準   TO 賞与厚年標準賞与額
003610       MOVE 計−前月給与額 TO 賞与前月給与額
003620       PERFORM 賞与保険料計算
003630       PERFORM 雇用保険料計算
003640       PERFORM 所得税計算
003650       COMPUTE 賞与差引支給額 = 賞与支給額
003660         - 賞与社会保険料 - 賞与雇用保険料
003670         - 賞与所得税
003680       MOVE 現在日時１４ TO 賞与登録日時
003690       WRITE 賞与台帳レコード
003700       ADD 1 TO 登録件数
003710     END-IF.
003720     PERFORM 社員マスタ読込.
003730*
003740*　査定額があればそれを，無ければ（基本給＋職務手当）×支給月数
003750*　を支給額とする。時給制の従業員は査定額だけを支給する。
003760*
003770 支給額決定.
003780     MOVE 0 TO 査定位置.
003790     PERFORM 査定検索
003800         VARYING 査定添字 FROM 1 BY 1
003810         UNTIL 査定添字 > 査定登録数
003815            OR 査定位置 NOT = 0.
003820     IF 査定位置 NOT = 0
003830       MOVE 表査定額(査定位置) TO 計−賞与額
003840       ADD 1 TO 査定件数
003850       EXIT PARAGRAPH
003860     END-IF.
003870     IF 時給制
003880       MOVE 0 TO 計−賞与額
003890     ELSE
003900       COMPUTE 計−賞与額 =
003910           (社員基本給 + 社員職務手当) * 支給月数
003920     END-IF.
003930*
003940 査定検索.
003950     IF 表査定番号(査定添字) = 社員番号
003960       MOVE 査定添字 TO 査定位置
003970     END-IF.
003980*
003990*　標準賞与額は千円未満を切り捨てる。健康保険は同じ年度の既支給
004000*　分との累計，厚生年金は同じ月の既支給分との合計で上限を超え
004010*　ない額とする。
004020*
004030 標準賞与額決定.
004040     COMPUTE 計−標準賞与額 = 計−賞与額 / 1000.
004050     COMPUTE 計−標準賞与額 = 計−標準賞与額 * 1000.
004060     MOVE 0 TO 計−健保累計.
004070     MOVE 0 TO 計−厚年累計.
004080     MOVE "N" TO 台帳終了フラグ.
004090     MOVE 社員番号   TO 賞与従業員番号.
004100     MOVE 年度開始日 TO 賞与支給日.
004110     START 賞与台帳ファイル KEY NOT < 賞与キー
004120       INVALID KEY
004130         SET 台帳終了 TO TRUE
004140     END-START.
004150     PERFORM 既支給累計 UNTIL 台帳終了.
004160     COMPUTE 計−健保標準 =
004165         健保賞与年度上限 - 計−健保累計.
004170     IF 計−健保標準 > 計−標準賞与額
004180       MOVE 計−標準賞与額 TO 計−健保標準
004190     END-IF.
004200     IF 計−健保標準 < 0
004210       MOVE 0 TO 計−健保標準
004220     END-IF.
004230     COMPUTE 計−厚年標準 =
004235         厚年賞与月上限 - 計−厚年累計.
004240     IF 計−厚年標準 > 計−標準賞与額
004250       MOVE 計−標準賞与額 TO 計−厚年標準
004260     END-IF.
004270     IF 計−厚年標準 < 0
004280       MOVE 0 TO 計−厚年標準
004290     END-IF.
004300*
004310 既支給累計.
004320     READ 賞与台帳ファイル NEXT RECORD
004330       AT END
004340         SET 台帳終了 TO TRUE
004350       NOT AT END
004360         IF 賞与従業員番号 NOT = 社員番号
004370            OR 賞与支給日 NOT < 対象支給日
004380           SET 台帳終了 TO TRUE
004390         ELSE
004400           ADD 賞与健保標準賞与額 TO 計−健保累計
004410           IF 賞与支給日(1:6) = 対象支給年月
004420             ADD 賞与厚年標準賞与額 TO 計−厚年累計
004430           END-IF
004440         END-IF
004450     END-READ.
004460*
004470*　前月の給与台帳から社会保険料等控除後の給与等の金額を求める。
004480*　前月の台帳が無ければ０（月額表で求める）とする。
004490*
004500 前月給与額取得.
004510     MOVE 0 TO 計−前月給与額.
004520     IF NOT 給与台帳使用可
004530       EXIT PARAGRAPH
004540     END-IF.
004550     MOVE 社員番号 TO 台帳従業員番号.
004560     MOVE 前月年月 TO 台帳支給年月.
004570     READ 給与台帳ファイル
004580       INVALID KEY
004590         CONTINUE
004600       NOT INVALID KEY
004610         COMPUTE 計−前月給与額 = 台帳基本給
004620           + 台帳職務手当 + 台帳時間外手当
004630           + 台帳通勤手当 - 台帳通勤非課税額
004635           + 台帳歩合手当
004640           - 台帳社会保険料 - 台帳雇用保険料
004650     END-READ.
004660*
004670*　料率マスタで賞与の健康保険・厚生年金・介護保険を本人・会社
004680*　負担別に求める。料率が無ければ固定率で合計だけを求める。
004690*
004700 賞与保険料計算.
004710     MOVE 対象支給年月 TO 保険計算年月.
004720     CALL "賞与保険料計算" USING 保険計算年月
004730          社員生年月日 計−健保標準 計−厚年標準
004740          保険料内訳 保険計算結果.
004750     MOVE 内訳健保本人 TO 賞与健康保険料.
004760     MOVE 内訳厚年本人 TO 賞与厚生年金保険料.
004770     MOVE 内訳介護本人 TO 賞与介護保険料.
004780     MOVE 内訳健保会社 TO 賞与健保会社負担.
004790     MOVE 内訳厚年会社 TO 賞与厚年会社負担.
004800     MOVE 内訳介護会社 TO 賞与介護会社負担.
004810     IF 保険計算結果 = 0
004820       COMPUTE 賞与社会保険料 = 内訳健保本人
004830         + 内訳厚年本人 + 内訳介護本人
004840     ELSE
004850       COMPUTE 賞与社会保険料 ROUNDED =
004860           計−健保標準 * 社会保険料率
004870     END-IF.
004880*
004890*　雇用保険料は支給額に支給日に有効な本人負担率を掛ける。事業の
004900*　種類は所属部門から引く。適用除外者は控除しない。
004910*
004920 雇用保険料計算.
004930     MOVE 0 TO 賞与雇用保険料.
004940     IF 雇用保険適用除外
004950       MOVE SPACE TO 賞与雇用対象区分
004960       EXIT PARAGRAPH
004970     END-IF.
004980     SET 賞与雇用対象 TO TRUE.
004990     MOVE SPACE TO 雇用事業区分.
005000     IF 部門使用可
005010       MOVE 社員部門コード TO 部門コード
005020       READ 部門マスタファイル
005030         INVALID KEY
005040           CONTINUE
005050         NOT INVALID KEY
005060           MOVE 部門事業区分 TO 雇用事業区分
005070       END-READ
005080     END-IF.
005090     MOVE 対象支給日 TO 雇用基準日.
005100     CALL "雇用保険料計算" USING 雇用事業区分
005110          雇用基準日 計−賞与額
005120          賞与雇用保険料 雇用料率域
005130          雇用計算結果.
005140*
005150*　社会保険料等控除後の賞与の金額に，前月の給与等の金額から
005160*　引いた算出率を掛ける。表が無ければ支給額の固定税率に戻す。
005170*
005180 所得税計算.
005190     COMPUTE 計−課税対象額 = 計−賞与額
005200       - 賞与社会保険料 - 賞与雇用保険料.
005210     IF 乙欄適用
005220       MOVE "2" TO 税額表区分
005230     ELSE
005240       MOVE "1" TO 税額表区分
005250     END-IF.
005260     CALL "賞与源泉税額計算" USING 税額表区分
005270          対象支給日 計−前月給与額
005280          計−課税対象額 社員扶養人数
005290          賞与所得税 賞与算出率 税額計算結果.
005300     IF 税額計算結果 NOT = 0
005310       MOVE 0 TO 賞与算出率
005320       COMPUTE 賞与所得税 ROUNDED =
005330           計−賞与額 * 所得税率
005340     END-IF.
