000010*=====================================================================
000020*　源泉徴収税額表マスタ保守　　　　　−オブジェクト指向サンプル−
000030*
000040*　　給与所得の源泉徴収税額表（月額表）を，表区分（１：甲欄
000050*　／２：乙欄）・適用開始日・社会保険料等控除後の給与等の金額
000060*　の下限をキーに保持する。甲欄は扶養親族等の数０人〜７人の
000070*　税額を，乙欄は税額を１列目に持つ。表の上限を超える帯は，
000080*　帯の下限を超える金額に超過税率を掛けた額を加える。
000090*
000100*　　毎年の税制改正は新しい適用開始日の表を一括取込（GENHYO.TXT
000110*　：本マスタのレコードと同じ固定桁で１行１帯）するだけで済む。
000120*　本プログラムは一括取込・登録・削除・一覧の保守ユーティリティ。
000121*
000122*　　賞与に対する源泉徴収税額の算出率の表も同じマスタに表区分
000123*　３（甲欄）・４（乙欄）で持つ。金額の下限・上限は前月の社会
000124*　保険料等控除後の給与等の金額とし，税額の列に算出率を１０万
000125*　分率（２．０４２％は２０４２）で持つ。
000130*
000140*                              Copyright 1998-2015 FUJITSU LIMITED
000150*=====================================================================
000160 IDENTIFICATION     DIVISION.
000170 PROGRAM-ID.   GENHYMNT.
000180 ENVIRONMENT  DIVISION.
000190 INPUT-OUTPUT  SECTION.
000200 FILE-CONTROL.
000210     SELECT OPTIONAL 税額表ファイル
000220       ASSIGN TO "GENHYO"
000230       ORGANIZATION IS INDEXED
000240       ACCESS MODE  IS DYNAMIC
000250       RECORD KEY   IS 税額表キー
000260       FILE STATUS  IS 税額表状態.
000270     SELECT OPTIONAL 税額表取込ファイル
000280       ASSIGN TO "GENHYO.TXT"
000290       ORGANIZATION IS LINE SEQUENTIAL
000300       FILE STATUS  IS 取込ファイル状態.
000310 DATA  DIVISION.
000320 FILE  SECTION.
000330 FD  税額表ファイル.
000340 01  税額表レコード.
000350     02  税額表キー.
000360         03  税額表区分      PIC  X(001).
000370             88  甲欄            VALUE "1".
000380             88  乙欄            VALUE "2".
000382             88  賞与甲欄        VALUE "3".
000384             88  賞与乙欄        VALUE "4".
000390         03  税額表開始日    PIC  9(008).
000400         03  税額表以上額    PIC  9(008).
000410     02  税額表未満額        PIC  9(008).
000420     02  税額表税額          PIC  9(007)  OCCURS 8.
000430     02  税額表超過率        PIC  9V9(005).
000440 FD  税額表取込ファイル.
000450 01  取込レコード            PIC  X(087).
000460 WORKING-STORAGE  SECTION.
000470 01  税額表状態              PIC  X(02).
000480     88  税額表正常          VALUE "00" "05".
000490 01  取込ファイル状態        PIC  X(02).
000500     88  取込ファイル正常    VALUE "00" "05".
000510 01  処理区分                PIC  9(01).
000520 01  終了区分                PIC  9(01)  VALUE 0.
000530     88  保守終了            VALUE 9.
000540 01  一覧終了フラグ          PIC  X(01).
000550     88  一覧終了            VALUE "Y".
000560 01  取込終了フラグ          PIC  X(01).
000570     88  取込終了            VALUE "Y".
000580 01  取込件数                PIC  9(05).
000590 01  取込エラー件数          PIC  9(05).
000600 01  一覧区分                PIC  X(01).
000610 01  一覧開始日              PIC  9(08).
000620 01  税額添字                PIC  9(01).
000630*
000640 PROCEDURE  DIVISION.
000650     OPEN I-O 税額表ファイル.
000660     PERFORM 保守メニュー処理 UNTIL 保守終了.
000670     CLOSE 税額表ファイル.
000680     STOP RUN.
000690*
000700 保守メニュー処理.
000710     DISPLAY "源泉徴収税額表マスタ保守".
000720     DISPLAY "1:一括取込 2:登録・変更 3:削除".
000730     DISPLAY "4:一覧 9:終了".
000740     ACCEPT 処理区分 FROM CONSOLE.
000750     EVALUATE 処理区分
000760       WHEN 1
000770         PERFORM 一括取込処理
000780       WHEN 2
000790         PERFORM 登録変更処理
000800       WHEN 3
000810         PERFORM 削除処理
000820       WHEN 4
000830         PERFORM 一覧処理
000840       WHEN 9
000850         MOVE 9 TO 終了区分
000860     END-EVALUATE.
000870*
000880*　取込ファイルの各行を１帯として登録する。同じキーの帯は
000890*　置き換える。区分・数字項目に誤りのある行は読み飛ばす。
000900*
000910 一括取込処理.
000920     MOVE 0 TO 取込件数.
000930     MOVE 0 TO 取込エラー件数.
000940     MOVE "N" TO 取込終了フラグ.
000950     OPEN INPUT 税額表取込ファイル.
000960     IF NOT 取込ファイル正常
000970       DISPLAY "GENHYO.TXT が開けません"
000980       EXIT PARAGRAPH
000990     END-IF.
001000     PERFORM 取込明細 UNTIL 取込終了.
001010     CLOSE 税額表取込ファイル.
001020     DISPLAY "取込件数：" 取込件数
001030             " エラー件数：" 取込エラー件数.
001040*
001050 取込明細.
001060     READ 税額表取込ファイル
001070       AT END
001080         SET 取込終了 TO TRUE
001090       NOT AT END
001100         MOVE 取込レコード TO 税額表レコード
001110         IF (甲欄 OR 乙欄 OR 賞与甲欄 OR 賞与乙欄)
001120            AND 税額表開始日 NUMERIC
001130            AND 税額表以上額 NUMERIC
001140            AND 税額表未満額 NUMERIC
001150            AND 税額表超過率 NUMERIC
001160           WRITE 税額表レコード
001170             INVALID KEY
001180               REWRITE 税額表レコード
001190           END-WRITE
001200           ADD 1 TO 取込件数
001210         ELSE
001220           ADD 1 TO 取込エラー件数
001230         END-IF
001240     END-READ.
001250*
001260 登録変更処理.
001270     PERFORM キー入力.
001280     READ 税額表ファイル
001290       INVALID KEY
001300         PERFORM 項目入力
001310         WRITE 税額表レコード
001320         DISPLAY "登録しました"
001330       NOT INVALID KEY
001340         PERFORM 項目入力
001350         REWRITE 税額表レコード
001360         DISPLAY "変更しました"
001370     END-READ.
001380*
001390 キー入力.
001400     DISPLAY "表区分を入力(1:甲欄 2:乙欄)".
001405     DISPLAY "(賞与算出率 3:甲欄 4:乙欄)".
001410     ACCEPT 税額表区分 FROM CONSOLE.
001420     DISPLAY "適用開始日を入力(YYYYMMDD)".
001430     ACCEPT 税額表開始日 FROM CONSOLE.
001440     DISPLAY "社会保険料控除後の金額の下限".
001450     ACCEPT 税額表以上額 FROM CONSOLE.
001460*
001470 項目入力.
001480     DISPLAY "金額の上限（未満 ０:上限なし）".
001490     ACCEPT 税額表未満額 FROM CONSOLE.
001500     IF 甲欄 OR 賞与甲欄
001510       PERFORM 甲欄税額入力
001520           VARYING 税額添字 FROM 1 BY 1
001530           UNTIL 税額添字 > 8
001540     ELSE
001550       DISPLAY "税額(賞与は算出率)を入力"
001560       ACCEPT 税額表税額(1) FROM CONSOLE
001570       PERFORM 乙欄税額消去
001580           VARYING 税額添字 FROM 2 BY 1
001590           UNTIL 税額添字 > 8
001600     END-IF.
001610     DISPLAY "超過税率を入力(9.99999 ０:なし)".
001620     ACCEPT 税額表超過率 FROM CONSOLE.
001630*
001640 甲欄税額入力.
001650     DISPLAY "扶養" 税額添字 "列目（"
001660             "扶養人数＋１）の税額を入力".
001662     IF 賞与甲欄
001664       DISPLAY "(賞与は算出率 2.042%なら2042)"
001666     END-IF.
001670     ACCEPT 税額表税額(税額添字) FROM CONSOLE.
001680*
001690 乙欄税額消去.
001700     MOVE 0 TO 税額表税額(税額添字).
001710*
001720 削除処理.
001730     PERFORM キー入力.
001740     READ 税額表ファイル
001750       INVALID KEY
001760         DISPLAY "登録がありません"
001770       NOT INVALID KEY
001780         DELETE 税額表ファイル
001790         DISPLAY "削除しました"
001800     END-READ.
001810*
001820*　指定した区分・適用開始日の表を帯の順に表示する。
001830*
001840 一覧処理.
001850     DISPLAY "表区分を入力(1:甲欄 2:乙欄)".
001855     DISPLAY "(賞与算出率 3:甲欄 4:乙欄)".
001860     ACCEPT 一覧区分 FROM CONSOLE.
001870     DISPLAY "適用開始日を入力(YYYYMMDD)".
001880     ACCEPT 一覧開始日 FROM CONSOLE.
001890     MOVE "N" TO 一覧終了フラグ.
001900     MOVE 一覧区分   TO 税額表区分.
001910     MOVE 一覧開始日 TO 税額表開始日.
001920     MOVE 0          TO 税額表以上額.
001930     START 税額表ファイル KEY NOT < 税額表キー
001940       INVALID KEY
001950         SET 一覧終了 TO TRUE
001960     END-START.
001970     PERFORM 一覧明細 UNTIL 一覧終了.
001980*
001990 一覧明細.
002000     READ 税額表ファイル NEXT RECORD
002010       AT END
002020         SET 一覧終了 TO TRUE
002030       NOT AT END
002040         IF 税額表区分 NOT = 一覧区分
002050            OR 税額表開始日 NOT = 一覧開始日
002060           SET 一覧終了 TO TRUE
002070         ELSE
002080           DISPLAY 税額表以上額 "-" 税額表未満額
002090                   " " 税額表税額(1)
002100                   " " 税額表税額(2)
002110                   " " 税額表税額(3)
002120                   " " 税額表税額(4)
002130                   " " 税額表超過率
002140         END-IF
002150     END-READ.
002160 END PROGRAM GENHYMNT.
002170*
002180*=====================================================================
002190*　源泉税額計算サブルーチン。表区分・基準日・社会保険料等控除後
002200*　の給与等の金額・扶養親族等の数を渡すと，基準日に有効な（適用
002210*　開始日が基準日以前で最も新しい）税額表から月額の源泉徴収
002220*　税額を返す。表が無ければ結果１を返し，呼び出し元は従来の
002230*　固定税率で続行できる（段階移行）。
002240*
002250*　　甲欄で扶養親族等が７人を超える場合は７人の税額から超える
002260*　１人ごとに１，６１０円を，乙欄は扶養親族等１人ごとに
002270*　１，６１０円を控除する。
002280*
002290*　パラメータ：
002300*　　入力１：計算区分 X(1)（1:甲欄 2:乙欄）
002310*　　入力２：計算基準日 9(8)
002320*　　入力３：計算対象額 S9(9)（社会保険料等控除後）
002330*　　入力４：計算扶養人数 9(2)
002340*　　出力１：計算税額 S9(8)
002350*　　出力２：計算結果（０：算出済／１：税額表なし）
002360*=====================================================================
002370 IDENTIFICATION     DIVISION.
002380 PROGRAM-ID.   "源泉税額計算".
002390 ENVIRONMENT  DIVISION.
002400 INPUT-OUTPUT  SECTION.
002410 FILE-CONTROL.
002420     SELECT OPTIONAL 税額表ファイル
002430       ASSIGN TO "GENHYO"
002440       ORGANIZATION IS INDEXED
002450       ACCESS MODE  IS DYNAMIC
002460       RECORD KEY   IS 税額表キー
002470       FILE STATUS  IS 税額表状態.
002480 DATA  DIVISION.
002490 FILE  SECTION.
002500 FD  税額表ファイル.
002510 01  税額表レコード.
002520     02  税額表キー.
002530         03  税額表区分      PIC  X(001).
002540             88  甲欄            VALUE "1".
002550             88  乙欄            VALUE "2".
002560         03  税額表開始日    PIC  9(008).
002570         03  税額表以上額    PIC  9(008).
002580     02  税額表未満額        PIC  9(008).
002590     02  税額表税額          PIC  9(007)  OCCURS 8.
002600     02  税額表超過率        PIC  9V9(005).
002610 WORKING-STORAGE  SECTION.
002620 01  税額表状態              PIC  X(02).
002630     88  税額表正常          VALUE "00".
002640 01  走査終了フラグ          PIC  X(01).
002650     88  走査終了            VALUE "Y".
002660 01  帯有無フラグ            PIC  X(01).
002670     88  帯あり              VALUE "Y".
002680 01  有効開始日              PIC  9(08).
002690 01  扶養添字                PIC  9(02).
002700 01  超過扶養人数            PIC  9(02).
002710 01  扶養控除税額            PIC  9(05)  VALUE 1610.
002720 01  計算税額Ｗ              PIC S9(09).
002730 01  採用帯.
002740     02  採用以上額          PIC  9(008).
002750     02  採用税額            PIC  9(007)  OCCURS 8.
002760     02  採用超過率          PIC  9V9(005).
002770 LINKAGE  SECTION.
002780 01  計算区分                PIC  X(01).
002790 01  計算基準日              PIC  9(08).
002800 01  計算対象額              PIC S9(09).
002810 01  計算扶養人数            PIC  9(02).
002820 01  計算税額                PIC S9(08).
002830 01  計算結果                PIC  9(01).
002840 PROCEDURE  DIVISION USING 計算区分 計算基準日
002850                           計算対象額 計算扶養人数
002860                           計算税額 計算結果.
002870 計算開始.
002880     MOVE 0 TO 計算税額.
002890     MOVE 1 TO 計算結果.
002900     OPEN INPUT 税額表ファイル.
002910     IF NOT 税額表正常
002920       CLOSE 税額表ファイル
002930       EXIT PROGRAM
002940     END-IF.
002950*
002960*　区分内を開始日順に読み，基準日を超えない最後の開始日を採る。
002970*
002980     MOVE 0 TO 有効開始日.
002990     MOVE "N" TO 走査終了フラグ.
003000     MOVE 計算区分 TO 税額表区分.
003010     MOVE 0 TO 税額表開始日.
003020     MOVE 0 TO 税額表以上額.
003030     START 税額表ファイル KEY NOT < 税額表キー
003040       INVALID KEY
003050         SET 走査終了 TO TRUE
003060     END-START.
003070     PERFORM 開始日走査 UNTIL 走査終了.
003080     IF 有効開始日 = 0
003090       CLOSE 税額表ファイル
003100       EXIT PROGRAM
003110     END-IF.
003120*
003130*　有効な表の帯を金額順に読み，対象額を超えない最後の帯を採る。
003140*
003150     MOVE "N" TO 帯有無フラグ.
003160     MOVE "N" TO 走査終了フラグ.
003170     MOVE 計算区分   TO 税額表区分.
003180     MOVE 有効開始日 TO 税額表開始日.
003190     MOVE 0          TO 税額表以上額.
003200     START 税額表ファイル KEY NOT < 税額表キー
003210       INVALID KEY
003220         SET 走査終了 TO TRUE
003230     END-START.
003240     PERFORM 帯走査 UNTIL 走査終了.
003250     CLOSE 税額表ファイル.
003260*　表はあるが最初の帯に満たない金額は税額０とする。
003262     IF NOT 帯あり
003264       MOVE 0 TO 計算結果
003270       EXIT PROGRAM
003280     END-IF.
003290*
003300     MOVE 0 TO 超過扶養人数.
003310     IF 計算区分 = "2"
003320       MOVE 1 TO 扶養添字
003330       MOVE 計算扶養人数 TO 超過扶養人数
003340     ELSE
003350       IF 計算扶養人数 > 7
003360         MOVE 8 TO 扶養添字
003370         COMPUTE 超過扶養人数 = 計算扶養人数 - 7
003380       ELSE
003390         COMPUTE 扶養添字 = 計算扶養人数 + 1
003400       END-IF
003410     END-IF.
003420     COMPUTE 計算税額Ｗ =
003430         採用税額(扶養添字)
003440       + (計算対象額 - 採用以上額) * 採用超過率
003450       - 扶養控除税額 * 超過扶養人数.
003460     IF 計算税額Ｗ < 0
003470       MOVE 0 TO 計算税額Ｗ
003480     END-IF.
003490     MOVE 計算税額Ｗ TO 計算税額.
003500     MOVE 0 TO 計算結果.
003510     EXIT PROGRAM.
003520*
003530 開始日走査.
003540     READ 税額表ファイル NEXT RECORD
003550       AT END
003560         SET 走査終了 TO TRUE
003570       NOT AT END
003580         IF 税額表区分 NOT = 計算区分
003590            OR 税額表開始日 > 計算基準日
003600           SET 走査終了 TO TRUE
003610         ELSE
003620           MOVE 税額表開始日 TO 有効開始日
003630         END-IF
003640     END-READ.
003650*
003660 帯走査.
003670     READ 税額表ファイル NEXT RECORD
003680       AT END
003690         SET 走査終了 TO TRUE
003700       NOT AT END
003710         IF 税額表区分 NOT = 計算区分
003720            OR 税額表開始日 NOT = 有効開始日
003730            OR 税額表以上額 > 計算対象額
003740           SET 走査終了 TO TRUE
003750         ELSE
003760           SET 帯あり TO TRUE
003770           MOVE 税額表以上額 TO 採用以上額
003780           PERFORM 採用税額転記
003790               VARYING 扶養添字 FROM 1 BY 1
003800               UNTIL 扶養添字 > 8
003810           MOVE 税額表超過率 TO 採用超過率
003820         END-IF
003830     END-READ.
003840*
003850 採用税額転記.
003860     MOVE 税額表税額(扶養添字)
003865       TO 採用税額(扶養添字).
003870 END PROGRAM "源泉税額計算".
003880*
003890*=====================================================================
003900*　賞与源泉税額計算サブルーチン。表区分・基準日・前月の社会保険
003910*　料等控除後の給与等の金額・社会保険料等控除後の賞与の金額・
003920*　扶養親族等の数を渡すと，賞与に対する源泉徴収税額を返す。
003930*
003940*　　通常は前月の給与等の金額と扶養親族等の数で算出率の表（表
003950*　区分３・４）を引き，賞与の金額に算出率を掛ける（円未満切捨
003960*　て）。前月の給与等が無い場合と，賞与の金額が前月の給与等の
003970*　１０倍を超える場合は，賞与の６分の１を前月の給与等に加えた
003980*　額の月額表の税額から前月の給与等の税額を引き，６倍する。
003990*　表が無ければ結果１を返し，呼び出し元は従来の固定税率で続行
004000*　できる（段階移行）。
004010*
004020*　パラメータ：
004030*　　入力１：賞与区分 X(1)（1:甲欄 2:乙欄）
004040*　　入力２：賞与基準日 9(8)
004050*　　入力３：前月対象額 S9(9)（社会保険料等控除後）
004060*　　入力４：賞与対象額 S9(9)（社会保険料等控除後）
004070*　　入力５：賞与扶養人数 9(2)
004080*　　出力１：賞与税額 S9(8)
004090*　　出力２：賞与適用率 9V9(5)（月額表で求めた場合は０）
004100*　　出力３：賞与結果（０：算出済／１：税額表なし）
004110*=====================================================================
004120 IDENTIFICATION     DIVISION.
004130 PROGRAM-ID.   "賞与源泉税額計算".
004140 ENVIRONMENT  DIVISION.
004150 INPUT-OUTPUT  SECTION.
004160 FILE-CONTROL.
004170     SELECT OPTIONAL 税額表ファイル
004180       ASSIGN TO "GENHYO"
004190       ORGANIZATION IS INDEXED
004200       ACCESS MODE  IS DYNAMIC
004210       RECORD KEY   IS 税額表キー
004220       FILE STATUS  IS 税額表状態.
004230 DATA  DIVISION.
004240 FILE  SECTION.
004250 FD  税額表ファイル.
004260 01  税額表レコード.
004270     02  税額表キー.
004280         03  税額表区分      PIC  X(001).
004290         03  税額表開始日    PIC  9(008).
004300         03  税額表以上額    PIC  9(008).
004310     02  税額表未満額        PIC  9(008).
004320     02  税額表税額          PIC  9(007)  OCCURS 8.
004330     02  税額表超過率        PIC  9V9(005).
004340 WORKING-STORAGE  SECTION.
004350 01  税額表状態              PIC  X(02).
004360     88  税額表正常          VALUE "00".
004370 01  走査終了フラグ          PIC  X(01).
004380     88  走査終了            VALUE "Y".
004390 01  帯有無フラグ            PIC  X(01).
004400     88  帯あり              VALUE "Y".
004410 01  検索表区分              PIC  X(01).
004420 01  有効開始日              PIC  9(08).
004430 01  扶養添字                PIC  9(02).
004440 01  採用算出率              PIC  9(007).
004450 01  月額対象額              PIC S9(09).
004460 01  月額前月税額            PIC S9(08).
004470 01  月額加算税額            PIC S9(08).
004480 01  月額結果                PIC  9(01).
004490 01  月額換算除数            PIC  9(02)  VALUE 6.
004500 01  特例倍率                PIC  9(02)  VALUE 10.
004510 01  計算税額Ｗ              PIC S9(09).
004520 LINKAGE  SECTION.
004530 01  賞与区分                PIC  X(01).
004540 01  賞与基準日              PIC  9(08).
004550 01  前月対象額              PIC S9(09).
004560 01  賞与対象額              PIC S9(09).
004570 01  賞与扶養人数            PIC  9(02).
004580 01  賞与税額                PIC S9(08).
004590 01  賞与適用率              PIC  9V9(005).
004600 01  賞与結果                PIC  9(01).
004610 PROCEDURE  DIVISION USING 賞与区分 賞与基準日
004620                           前月対象額 賞与対象額
004630                           賞与扶養人数 賞与税額
004640                           賞与適用率 賞与結果.
004650 計算開始.
004660     MOVE 0 TO 賞与税額.
004670     MOVE 0 TO 賞与適用率.
004680     MOVE 1 TO 賞与結果.
004690     IF 賞与対象額 NOT > 0
004700       MOVE 0 TO 賞与結果
004710       EXIT PROGRAM
004720     END-IF.
004730     IF 前月対象額 NOT > 0
004740        OR 賞与対象額 > 前月対象額 * 特例倍率
004750       PERFORM 月額表特例計算
004760       EXIT PROGRAM
004770     END-IF.
004780*
004790*　算出率の表を開始日順に読み，基準日を超えない最後の開始日を
004800*　採る。
004810*
004820     IF 賞与区分 = "2"
004830       MOVE "4" TO 検索表区分
004840     ELSE
004850       MOVE "3" TO 検索表区分
004860     END-IF.
004870     OPEN INPUT 税額表ファイル.
004880     IF NOT 税額表正常
004890       CLOSE 税額表ファイル
004900       EXIT PROGRAM
004910     END-IF.
004920     MOVE 0 TO 有効開始日.
004930     MOVE "N" TO 走査終了フラグ.
004940     MOVE 検索表区分 TO 税額表区分.
004950     MOVE 0 TO 税額表開始日.
004960     MOVE 0 TO 税額表以上額.
004970     START 税額表ファイル KEY NOT < 税額表キー
004980       INVALID KEY
004990         SET 走査終了 TO TRUE
005000     END-START.
005010     PERFORM 開始日走査 UNTIL 走査終了.
005020     IF 有効開始日 = 0
005030       CLOSE 税額表ファイル
005040       EXIT PROGRAM
005050     END-IF.
005060*
005070*　前月の給与等の金額を超えない最後の帯の算出率を採る。
005080*
005090     IF 検索表区分 = "4"
005100       MOVE 1 TO 扶養添字
005110     ELSE
005120       IF 賞与扶養人数 > 7
005130         MOVE 8 TO 扶養添字
005140       ELSE
005150         COMPUTE 扶養添字 = 賞与扶養人数 + 1
005160       END-IF
005170     END-IF.
005180     MOVE 0 TO 採用算出率.
005190     MOVE "N" TO 帯有無フラグ.
005200     MOVE "N" TO 走査終了フラグ.
005210     MOVE 検索表区分 TO 税額表区分.
005220     MOVE 有効開始日 TO 税額表開始日.
005230     MOVE 0          TO 税額表以上額.
005240     START 税額表ファイル KEY NOT < 税額表キー
005250       INVALID KEY
005260         SET 走査終了 TO TRUE
005270     END-START.
005280     PERFORM 帯走査 UNTIL 走査終了.
005290     CLOSE 税額表ファイル.
005300     COMPUTE 賞与適用率 = 採用算出率 / 100000.
005310     COMPUTE 賞与税額 =
005320         賞与対象額 * 賞与適用率.
005330     MOVE 0 TO 賞与結果.
005340     EXIT PROGRAM.
005350*
005360 開始日走査.
005370     READ 税額表ファイル NEXT RECORD
005380       AT END
005390         SET 走査終了 TO TRUE
005400       NOT AT END
005410         IF 税額表区分 NOT = 検索表区分
005420            OR 税額表開始日 > 賞与基準日
005430           SET 走査終了 TO TRUE
005440         ELSE
005450           MOVE 税額表開始日 TO 有効開始日
005460         END-IF
005470     END-READ.
005480*
005490 帯走査.
005500     READ 税額表ファイル NEXT RECORD
005510       AT END
005520         SET 走査終了 TO TRUE
005530       NOT AT END
005540         IF 税額表区分 NOT = 検索表区分
005550            OR 税額表開始日 NOT = 有効開始日
005560            OR 税額表以上額 > 前月対象額
005570           SET 走査終了 TO TRUE
005580         ELSE
005590           SET 帯あり TO TRUE
005600           MOVE 税額表税額(扶養添字) TO 採用算出率
005610         END-IF
005620     END-READ.
005630*
005640*　前月の給与等が無い場合などは月額表の差額の６倍とする。前月
005650*　の給与等がマイナスのときは０として扱う。
005660*
005670 月額表特例計算.
005680     MOVE 前月対象額 TO 月額対象額.
005690     IF 月額対象額 < 0
005700       MOVE 0 TO 月額対象額
005710     END-IF.
005720     CALL "源泉税額計算" USING 賞与区分
005730          賞与基準日 月額対象額
005740          賞与扶養人数 月額前月税額 月額結果.
005750     IF 月額結果 NOT = 0
005760       EXIT PARAGRAPH
005770     END-IF.
005780     COMPUTE 月額対象額 = 月額対象額
005790       + 賞与対象額 / 月額換算除数.
005800     CALL "源泉税額計算" USING 賞与区分
005810          賞与基準日 月額対象額
005820          賞与扶養人数 月額加算税額 月額結果.
005830     IF 月額結果 NOT = 0
005840       EXIT PARAGRAPH
005850     END-IF.
005860     COMPUTE 計算税額Ｗ =
005865         (月額加算税額 - 月額前月税額)
005870       * 月額換算除数.
005880     IF 計算税額Ｗ < 0
005890       MOVE 0 TO 計算税額Ｗ
005900     END-IF.
005910     MOVE 計算税額Ｗ TO 賞与税額.
005920     MOVE 0 TO 賞与結果.
005930 END PROGRAM "賞与源泉税額計算".
