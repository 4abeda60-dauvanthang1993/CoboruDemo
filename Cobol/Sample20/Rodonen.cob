000010*=====================================================================
000020*　労働保険年度更新集計バッチ　　　　−オブジェクト指向サンプル−
000030*
000040*　　指定年度（４月〜翌年３月支給分）の給与台帳を事業の種類
000050*　（部門マスタ）別に集計し，労働保険の年度更新申告に使う数字
000060*　を出力する。労災保険の賃金総額は全従業員，雇用保険の賃金
000070*　総額は台帳で雇用保険対象となっている月の分だけを積む。賃金
000080*　総額は千円未満を切り捨て，年度４月１日に有効な料率（労働
000090*　保険料率マスタ KOYORM）で確定保険料を求める。雇用保険の本人
000100*　負担相当額と実際に給与から控除した額を並べて示し，翌年度
000110*　４月１日の料率で概算保険料（賃金総額は確定額と同額と見込
000120*　む）を求める。申告済の概算保険料を入力すると確定保険料と
000130*　の過不足と今回の納付見込額も出す。退職金（支給年月の月が
000140*　１３）は労働保険の賃金に含めない。賞与台帳（SHOYO）の年度内の
000142*　支給日の賞与は賃金に含め，賞与から控除した雇用保険料も控除済
000144*　額に含める。
000150*
000160*                              Copyright 1998-2015 FUJITSU LIMITED
000170*=====================================================================
000180 IDENTIFICATION     DIVISION.
000190 PROGRAM-ID.   RODONEN.
000200 ENVIRONMENT  DIVISION.
000210 INPUT-OUTPUT  SECTION.
000220 FILE-CONTROL.
000230     SELECT 給与台帳ファイル
000240       ASSIGN TO "KYUYO"
000250       ORGANIZATION IS INDEXED
000260       ACCESS MODE  IS SEQUENTIAL
000270       RECORD KEY   IS 台帳キー
000280       FILE STATUS  IS 給与台帳状態.
000281     SELECT OPTIONAL 賞与台帳ファイル
000282       ASSIGN TO "SHOYO"
000283       ORGANIZATION IS INDEXED
000284       ACCESS MODE  IS SEQUENTIAL
000285       RECORD KEY   IS 賞与キー
000286       FILE STATUS  IS 賞与台帳状態.
000290     SELECT OPTIONAL 部門マスタファイル
000300       ASSIGN TO "BUMONM"
000310       ORGANIZATION IS INDEXED
000320       ACCESS MODE  IS RANDOM
000330       RECORD KEY   IS 部門コード
000340       FILE STATUS  IS 部門マスタ状態.
000350     SELECT 年度更新ファイル
000360       ASSIGN TO "ROUDOU.RPT"
000370       ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA  DIVISION.
000390 FILE  SECTION.
000400 FD  給与台帳ファイル.
000410     COPY KYUYOREC.
000412 FD  賞与台帳ファイル.
000414     COPY SHOYOREC.
000420 FD  部門マスタファイル.
000430 01  部門マスタレコード.
000440     02  部門コード          PIC  X(004).
000450     02  部門名              PIC  N(010).
000460     02  部門事業区分        PIC  X(001).
000465     02  部門長番号          PIC  9(004).
000470 FD  年度更新ファイル.
000480 01  報告行                  PIC  X(80).
000490 WORKING-STORAGE  SECTION.
000500 01  給与台帳状態            PIC  X(02).
000510     88  給与台帳正常        VALUE "00" "05".
000512 01  賞与台帳状態            PIC  X(02).
000514     88  賞与台帳正常        VALUE "00" "05".
000520 01  部門マスタ状態          PIC  X(02).
000530     88  部門マスタ正常      VALUE "00" "05".
000540*　ファイル状態は入出力のたびに変わるため，オープンの成否は
000550*　別のフラグに控えて判定する。
000560 01  部門使用可Ｆ            PIC  X(01)  VALUE "N".
000570     88  部門使用可          VALUE "Y".
000580 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
000590     88  台帳終了            VALUE "Y".
000592 01  賞与終了フラグ          PIC  X(01)  VALUE "N".
000594     88  賞与終了            VALUE "Y".
000600 01  対象年度                PIC  9(04).
000610 01  申告済概算保険料        PIC  9(10).
000620 01  開始支給年月            PIC  9(06).
000630 01  終了支給年月            PIC  9(06).
000632 01  開始支給日              PIC  9(08).
000634 01  終了支給日              PIC  9(08).
000640 01  判定年月                PIC  9(06).
000650 01  判定年月分解  REDEFINES 判定年月.
000660     02  判定年              PIC  9(04).
000670     02  判定月              PIC  9(02).
000680 01  事業添字                PIC  9(01).
000685 01  判定部門コード          PIC  X(04).
000690 01  台帳賃金                PIC S9(09).
000700 01  対象件数                PIC  9(06)  VALUE 0.
000710*
000720*　集計表は事業の種類（１：一般　２：農林水産・清酒製造
000730*　３：建設）の順に持つ。
000740*
000750 01  事業集計表.
000760     02  事業集計  OCCURS 3.
000770         03  集計労災賃金    PIC S9(11).
000780         03  集計雇用賃金    PIC S9(11).
000790         03  集計控除済      PIC S9(10).
000800 01  事業名称定義.
000810     02  FILLER              PIC  X(27)  VALUE "一般の事業".
000820     02  FILLER              PIC  X(27)
000830                             VALUE "農林水産・清酒製造".
000840     02  FILLER              PIC  X(27)  VALUE "建設の事業".
000850 01  事業名称表  REDEFINES 事業名称定義.
000860     02  事業名称            PIC  X(27)  OCCURS 3.
000870*
000880 01  雇用事業区分            PIC  X(01).
000890 01  雇用基準日              PIC  9(08).
000900 01  雇用賃金額              PIC S9(09)  VALUE 0.
000910 01  雇用保険料額            PIC S9(08).
000920 01  雇用料率域.
000930     02  適用雇用本人率      PIC  9V9(005).
000940     02  適用雇用会社率      PIC  9V9(005).
000950     02  適用労災保険率      PIC  9V9(005).
000960 01  雇用計算結果            PIC  9(01).
000970 01  確定料率域.
000980     02  確定本人率          PIC  9V9(005).
000990     02  確定会社率          PIC  9V9(005).
001000     02  確定労災率          PIC  9V9(005).
001010 01  確定料率結果            PIC  9(01).
001020 01  概算料率域.
001030     02  概算本人率          PIC  9V9(005).
001040     02  概算会社率          PIC  9V9(005).
001050     02  概算労災率          PIC  9V9(005).
001060 01  概算料率結果            PIC  9(01).
001070*　一般拠出金率（石綿健康被害救済）は全業種共通。
001080 01  一般拠出金率            PIC  9V9(005) VALUE 0.00002.
001090*
001100 01  労災千円                PIC S9(08).
001110 01  雇用千円                PIC S9(08).
001120 01  確定労災料              PIC S9(10).
001130 01  確定雇用料              PIC S9(10).
001140 01  確定本人分              PIC S9(10).
001150 01  概算労災料              PIC S9(10).
001160 01  概算雇用料              PIC S9(10).
001170 01  拠出金額                PIC S9(10).
001180 01  確定保険料合計          PIC S9(11)  VALUE 0.
001190 01  本人分合計              PIC S9(11)  VALUE 0.
001200 01  控除済合計              PIC S9(11)  VALUE 0.
001210 01  概算保険料合計          PIC S9(11)  VALUE 0.
001220 01  拠出金合計              PIC S9(11)  VALUE 0.
001230 01  確定過不足額            PIC S9(11).
001240 01  納付見込額              PIC S9(11).
001250 01  料率未登録件数          PIC  9(01)  VALUE 0.
001260*
001270 01  報告行編集域.
001280     02  編集項目名          PIC  X(24).
001290     02  FILLER              PIC  X(01)  VALUE SPACE.
001300     02  編集賃金            PIC  ZZZ,ZZZ,ZZ9.
001310     02  FILLER              PIC  X(02)  VALUE SPACE.
001320     02  編集保険料          PIC  ---,---,--9.
001330     02  FILLER              PIC  X(02)  VALUE SPACE.
001340     02  編集本人            PIC  ---,---,--9.
001350     02  FILLER              PIC  X(02)  VALUE SPACE.
001360     02  編集控除            PIC  ---,---,--9.
001370 01  金額行編集域.
001380     02  金額項目名          PIC  X(36).
001390     02  FILLER              PIC  X(01)  VALUE SPACE.
001400     02  編集金額            PIC  ----,---,---,--9.
001410*
001420 PROCEDURE  DIVISION.
001430     DISPLAY "労働保険年度更新集計バッチ".
001440     DISPLAY "年度を入力してください(YYYY)".
001450     ACCEPT 対象年度 FROM CONSOLE.
001460     DISPLAY "申告済の概算保険料を入力(円)".
001470     ACCEPT 申告済概算保険料 FROM CONSOLE.
001480     COMPUTE 開始支給年月 = 対象年度 * 100 + 4.
001490     COMPUTE 終了支給年月 = (対象年度 + 1) * 100 + 3.
001492     COMPUTE 開始支給日 = 対象年度 * 10000 + 401.
001494     COMPUTE 終了支給日 = (対象年度 + 1) * 10000 + 331.
001500*
001510     OPEN INPUT 給与台帳ファイル.
001520     IF NOT 給与台帳正常
001530       DISPLAY "給与台帳ファイルが開けません"
001540       STOP RUN
001550     END-IF.
001560     OPEN INPUT 部門マスタファイル.
001570     IF 部門マスタ正常
001580       SET 部門使用可 TO TRUE
001590     END-IF.
001600     INITIALIZE 事業集計表.
001610     PERFORM 台帳読込.
001620     PERFORM 賃金集計 UNTIL 台帳終了.
001621     OPEN INPUT 賞与台帳ファイル.
001622     IF NOT 賞与台帳正常
001623       SET 賞与終了 TO TRUE
001624     END-IF.
001625     PERFORM 賞与読込.
001626     PERFORM 賞与賃金集計 UNTIL 賞与終了.
001627     CLOSE 賞与台帳ファイル.
001630     CLOSE 部門マスタファイル.
001640     CLOSE 給与台帳ファイル.
001650*
001660     OPEN OUTPUT 年度更新ファイル.
001670     MOVE SPACE TO 報告行.
001680     STRING "*** 労働保険 年度更新集計 " 対象年度
001690            "年度 ***"
001700            DELIMITED BY SIZE INTO 報告行.
001710     WRITE 報告行.
001720     MOVE "区分                  賃金総額(千円)"
001725       TO 報告行.
001730     MOVE "保険料    本人負担    控除済額"
001740       TO 報告行(43:).
001750     WRITE 報告行.
001760     PERFORM 事業別出力
001770         VARYING 事業添字 FROM 1 BY 1
001780         UNTIL 事業添字 > 3.
001790     PERFORM 合計出力.
001800     CLOSE 年度更新ファイル.
001810*
001820     DISPLAY "対象件数：" 対象件数.
001830     DISPLAY "確定保険料：" 確定保険料合計
001840             " 概算保険料：" 概算保険料合計.
001850     DISPLAY "雇用保険本人負担：" 本人分合計
001860             " 控除済：" 控除済合計.
001870     IF 料率未登録件数 NOT = 0
001880       DISPLAY "警告：料率未登録の事業の種類が"
001885               "あります"
001890     END-IF.
001900     STOP RUN.
001910*
001920 台帳読込.
001930     READ 給与台帳ファイル NEXT RECORD
001940       AT END
001950         SET 台帳終了 TO TRUE
001960     END-READ.
001970*
001980*　年度内の月次給与を事業の種類別に積み上げる。賃金は台帳の
001990*　総支給（遡及調整額を含む）とする。
002000*
002010 賃金集計.
002020     MOVE 台帳支給年月 TO 判定年月.
002030     IF 台帳支給年月 >= 開始支給年月
002040        AND 台帳支給年月 <= 終了支給年月
002050        AND 判定月 <= 12
002060       ADD 1 TO 対象件数
002065       MOVE 台帳部門コード TO 判定部門コード
002070       PERFORM 事業区分判定
002080       COMPUTE 台帳賃金 = 台帳基本給 + 台帳職務手当
002090         + 台帳時間外手当 + 台帳調整額
002095         + 台帳通勤手当
002097         + 台帳歩合手当
002100       ADD 台帳賃金 TO 集計労災賃金(事業添字)
002110       IF 雇用保険対象
002120         ADD 台帳賃金 TO 集計雇用賃金(事業添字)
002130       END-IF
002140       ADD 台帳雇用保険料 TO 集計控除済(事業添字)
002150     END-IF.
002160     PERFORM 台帳読込.
002170*
002171 賞与読込.
002172     IF 賞与終了
002173       EXIT PARAGRAPH
002174     END-IF.
002175     READ 賞与台帳ファイル NEXT RECORD
002176       AT END
002177         SET 賞与終了 TO TRUE
002178     END-READ.
002179*
002180*　年度内の支給日の賞与を賞与支給時の部門の事業の種類へ積む。
002181*
002182 賞与賃金集計.
002183     IF 賞与支給日 >= 開始支給日
002184        AND 賞与支給日 <= 終了支給日
002185       ADD 1 TO 対象件数
002186       MOVE 賞与部門コード TO 判定部門コード
002187       PERFORM 事業区分判定
002188       ADD 賞与支給額 TO 集計労災賃金(事業添字)
002189       IF 賞与雇用対象
002190         ADD 賞与支給額 TO 集計雇用賃金(事業添字)
002191       END-IF
002192       ADD 賞与雇用保険料 TO 集計控除済(事業添字)
002193     END-IF.
002194     PERFORM 賞与読込.
002195*
002196*　台帳の部門から事業の種類を引く。部門マスタに無い部門と
002197*　区分が空白の部門は一般の事業とする。
002200*
002210 事業区分判定.
002220     MOVE 1 TO 事業添字.
002230     IF 部門使用可
002240       MOVE 判定部門コード TO 部門コード
002250       READ 部門マスタファイル
002260         INVALID KEY
002270           CONTINUE
002280         NOT INVALID KEY
002290           IF 部門事業区分 = "2"
002300             MOVE 2 TO 事業添字
002310           END-IF
002320           IF 部門事業区分 = "3"
002330             MOVE 3 TO 事業添字
002340           END-IF
002350       END-READ
002360     END-IF.
002370*
002380*　事業の種類ごとに確定保険料（年度４月１日の料率）と概算保険
002390*　料（翌年度４月１日の料率）を求めて出力する。翌年度の料率が
002400*　未登録の間は確定と同じ料率で概算する。
002410*
002420 事業別出力.
002430     IF 集計労災賃金(事業添字) = 0
002440       EXIT PARAGRAPH
002450     END-IF.
002460     MOVE 事業添字 TO 雇用事業区分.
002470     COMPUTE 雇用基準日 = 対象年度 * 10000 + 401.
002480     CALL "雇用保険料計算" USING 雇用事業区分
002490          雇用基準日 雇用賃金額
002500          雇用保険料額 確定料率域
002510          確定料率結果.
002520     IF 確定料率結果 NOT = 0
002530       ADD 1 TO 料率未登録件数
002540     END-IF.
002550     COMPUTE 雇用基準日 = (対象年度 + 1) * 10000 + 401.
002560     CALL "雇用保険料計算" USING 雇用事業区分
002570          雇用基準日 雇用賃金額
002580          雇用保険料額 概算料率域
002590          概算料率結果.
002600     IF 概算料率結果 NOT = 0
002610       MOVE 確定料率域 TO 概算料率域
002620     END-IF.
002630*
002640     COMPUTE 労災千円 =
002645         集計労災賃金(事業添字) / 1000.
002650     COMPUTE 雇用千円 =
002655         集計雇用賃金(事業添字) / 1000.
002660     COMPUTE 確定労災料 =
002665         労災千円 * 1000 * 確定労災率.
002670     COMPUTE 確定雇用料 = 雇用千円 * 1000
002680       * (確定本人率 + 確定会社率).
002690     COMPUTE 確定本人分 =
002695         雇用千円 * 1000 * 確定本人率.
002700     COMPUTE 拠出金額 =
002705         労災千円 * 1000 * 一般拠出金率.
002710     COMPUTE 概算労災料 =
002715         労災千円 * 1000 * 概算労災率.
002720     COMPUTE 概算雇用料 = 雇用千円 * 1000
002730       * (概算本人率 + 概算会社率).
002740     COMPUTE 確定保険料合計 = 確定保険料合計
002750       + 確定労災料 + 確定雇用料.
002760     COMPUTE 概算保険料合計 = 概算保険料合計
002770       + 概算労災料 + 概算雇用料.
002780     ADD 確定本人分 TO 本人分合計.
002790     ADD 集計控除済(事業添字) TO 控除済合計.
002800     ADD 拠出金額 TO 拠出金合計.
002810*
002820     MOVE SPACE TO 報告行.
002830     STRING "【" DELIMITED BY SIZE
002840            事業名称(事業添字) DELIMITED BY SPACE
002850            "】" DELIMITED BY SIZE
002860            INTO 報告行.
002870     WRITE 報告行.
002880     MOVE SPACE TO 報告行編集域.
002890     MOVE "　労災保険（確定）" TO 編集項目名.
002900     MOVE 労災千円     TO 編集賃金.
002910     MOVE 確定労災料   TO 編集保険料.
002920     MOVE 報告行編集域 TO 報告行.
002930     WRITE 報告行.
002940     MOVE SPACE TO 報告行編集域.
002950     MOVE "　雇用保険（確定）" TO 編集項目名.
002960     MOVE 雇用千円     TO 編集賃金.
002970     MOVE 確定雇用料   TO 編集保険料.
002980     MOVE 確定本人分   TO 編集本人.
002990     MOVE 集計控除済(事業添字) TO 編集控除.
003000     MOVE 報告行編集域 TO 報告行.
003010     WRITE 報告行.
003020     MOVE SPACE TO 報告行編集域.
003030     MOVE "　労災保険（概算）" TO 編集項目名.
003040     MOVE 労災千円     TO 編集賃金.
003050     MOVE 概算労災料   TO 編集保険料.
003060     MOVE 報告行編集域 TO 報告行.
003070     WRITE 報告行.
003080     MOVE SPACE TO 報告行編集域.
003090     MOVE "　雇用保険（概算）" TO 編集項目名.
003100     MOVE 雇用千円     TO 編集賃金.
003110     MOVE 概算雇用料   TO 編集保険料.
003120     MOVE 報告行編集域 TO 報告行.
003130     WRITE 報告行.
003140*
003150*　確定保険料と申告済概算保険料の差を精算し，新年度の概算保険
003160*　料と一般拠出金を加えて今回の納付見込額とする。
003170*
003180 合計出力.
003190     COMPUTE 確定過不足額 = 確定保険料合計
003200       - 申告済概算保険料.
003210     COMPUTE 納付見込額 = 概算保険料合計
003220       + 確定過不足額 + 拠出金合計.
003230     IF 納付見込額 < 0
003240       MOVE 0 TO 納付見込額
003250     END-IF.
003260     MOVE SPACE TO 報告行.
003270     WRITE 報告行.
003280     MOVE "確定保険料" TO 金額項目名.
003290     MOVE 確定保険料合計 TO 編集金額.
003300     PERFORM 金額行出力.
003310     MOVE "一般拠出金" TO 金額項目名.
003320     MOVE 拠出金合計 TO 編集金額.
003330     PERFORM 金額行出力.
003340     MOVE "雇用保険 本人負担相当額" TO 金額項目名.
003350     MOVE 本人分合計 TO 編集金額.
003360     PERFORM 金額行出力.
003370     MOVE "雇用保険 給与控除済額" TO 金額項目名.
003380     MOVE 控除済合計 TO 編集金額.
003390     PERFORM 金額行出力.
003400     MOVE "申告済概算保険料" TO 金額項目名.
003410     MOVE 申告済概算保険料 TO 編集金額.
003420     PERFORM 金額行出力.
003430     MOVE "確定保険料の過不足（＋不足）"
003435       TO 金額項目名.
003440     MOVE 確定過不足額 TO 編集金額.
003450     PERFORM 金額行出力.
003460     MOVE "新年度概算保険料" TO 金額項目名.
003470     MOVE 概算保険料合計 TO 編集金額.
003480     PERFORM 金額行出力.
003490     MOVE "今回納付見込額" TO 金額項目名.
003500     MOVE 納付見込額 TO 編集金額.
003510     PERFORM 金額行出力.
003520*
003530 金額行出力.
003540     MOVE 金額行編集域 TO 報告行.
003550     WRITE 報告行.
