000010*=====================================================================
000020*　通勤手当マスタ保守　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　従業員ごとの通勤経路・通勤手段（電車・バス・自動車等）・
000050*　片道距離・１箇月定期代（自動車等は月額）・６箇月定期代と
000060*　支給周期（毎月／６箇月ごと）を保持する。支給周期の起点は
000070*　支給開始年月で，６箇月ごとの従業員は開始年月から６箇月
000080*　おきの支給月に６箇月定期代を一括で支給する。
000090*
000100*　　本プログラムは登録・変更・削除・一覧の保守ユーティリティ。
000110*
000120*                              Copyright 1998-2015 FUJITSU LIMITED
000130*=====================================================================
000140 IDENTIFICATION     DIVISION.
000150 PROGRAM-ID.   TSUKMNT.
000160 ENVIRONMENT  DIVISION.
000170 INPUT-OUTPUT  SECTION.
000180 FILE-CONTROL.
000190     SELECT OPTIONAL 通勤マスタファイル
000200       ASSIGN TO "TSUKINM"
000210       ORGANIZATION IS INDEXED
000220       ACCESS MODE  IS DYNAMIC
000230       RECORD KEY   IS 通勤従業員番号
000240       FILE STATUS  IS 通勤マスタ状態.
000250 DATA  DIVISION.
000260 FILE  SECTION.
000270 FD  通勤マスタファイル.
000280 01  通勤マスタレコード.
000290     02  通勤従業員番号      PIC  9(004).
000300     02  通勤経路            PIC  X(060).
000310     02  通勤手段            PIC  X(001).
000320         88  電車通勤        VALUE "1".
000330         88  バス通勤        VALUE "2".
000340         88  自動車等通勤    VALUE "3".
000350     02  通勤距離            PIC  9(003)V9(1).
000360     02  通勤月額            PIC  9(006).
000370     02  通勤六箇月額        PIC  9(007).
000380     02  通勤支給周期        PIC  9(001).
000390         88  毎月支給        VALUE 1.
000400         88  六箇月支給      VALUE 6.
000410     02  通勤支給開始年月    PIC  9(006).
000420 WORKING-STORAGE  SECTION.
000430 01  通勤マスタ状態          PIC  X(02).
000440     88  通勤マスタ正常      VALUE "00" "05".
000450 01  処理区分                PIC  9(01).
000460 01  終了区分                PIC  9(01)  VALUE 0.
000470     88  保守終了            VALUE 9.
000480 01  一覧終了フラグ          PIC  X(01).
000490     88  一覧終了            VALUE "Y".
000500*
000510 PROCEDURE  DIVISION.
000520     OPEN I-O 通勤マスタファイル.
000530     PERFORM 保守メニュー処理 UNTIL 保守終了.
000540     CLOSE 通勤マスタファイル.
000550     STOP RUN.
000560*
000570 保守メニュー処理.
000580     DISPLAY "通勤手当マスタ保守".
000590     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
000600     ACCEPT 処理区分 FROM CONSOLE.
000610     EVALUATE 処理区分
000620       WHEN 1
000630         PERFORM 登録変更処理
000640       WHEN 2
000650         PERFORM 削除処理
000660       WHEN 3
000670         PERFORM 一覧処理
000680       WHEN 9
000690         MOVE 9 TO 終了区分
000700     END-EVALUATE.
000710*
000720 登録変更処理.
000730     DISPLAY "従業員番号を入力してください".
000740     ACCEPT 通勤従業員番号 FROM CONSOLE.
000750     READ 通勤マスタファイル
000760       INVALID KEY
000770         PERFORM 項目入力
000780         IF 通勤支給周期 NOT = 1 AND NOT = 6
000790           DISPLAY "支給周期に誤りがあります"
000800         ELSE
000810           WRITE 通勤マスタレコード
000820           DISPLAY "登録しました"
000830         END-IF
000840       NOT INVALID KEY
000850         PERFORM 項目入力
000860         IF 通勤支給周期 NOT = 1 AND NOT = 6
000870           DISPLAY "支給周期に誤りがあります"
000880         ELSE
000890           REWRITE 通勤マスタレコード
000900           DISPLAY "変更しました"
000910         END-IF
000920     END-READ.
000930*
000940 項目入力.
000950     DISPLAY "通勤経路を入力してください".
000960     ACCEPT 通勤経路 FROM CONSOLE.
000970     DISPLAY "通勤手段(1:電車 2:バス 3:自動車等)".
000980     ACCEPT 通勤手段 FROM CONSOLE.
000990     DISPLAY "片道の通勤距離(km 例 012.5)".
001000     ACCEPT 通勤距離 FROM CONSOLE.
001010     DISPLAY "１箇月定期代(自動車等は月額)".
001020     ACCEPT 通勤月額 FROM CONSOLE.
001030     DISPLAY "６箇月定期代(無ければ0)".
001040     ACCEPT 通勤六箇月額 FROM CONSOLE.
001050     DISPLAY "支給周期(1:毎月 6:６箇月ごと)".
001060     ACCEPT 通勤支給周期 FROM CONSOLE.
001070     DISPLAY "支給開始年月を入力(YYYYMM)".
001080     ACCEPT 通勤支給開始年月 FROM CONSOLE.
001090*
001100 削除処理.
001110     DISPLAY "従業員番号を入力してください".
001120     ACCEPT 通勤従業員番号 FROM CONSOLE.
001130     READ 通勤マスタファイル
001140       INVALID KEY
001150         DISPLAY "登録がありません"
001160       NOT INVALID KEY
001170         DELETE 通勤マスタファイル
001180         DISPLAY "削除しました"
001190     END-READ.
001200*
001210 一覧処理.
001220     MOVE "N" TO 一覧終了フラグ.
001230     MOVE LOW-VALUE TO 通勤従業員番号.
001240     START 通勤マスタファイル KEY > 通勤従業員番号
001250       INVALID KEY
001260         SET 一覧終了 TO TRUE
001270     END-START.
001280     PERFORM 一覧明細 UNTIL 一覧終了.
001290*
001300 一覧明細.
001310     READ 通勤マスタファイル NEXT RECORD
001320       AT END
001330         SET 一覧終了 TO TRUE
001340       NOT AT END
001350         DISPLAY 通勤従業員番号 " " 通勤手段
001360                 " 月額:" 通勤月額
001370                 " ６箇月:" 通勤六箇月額
001380                 " 周期:" 通勤支給周期
001390                 " 開始:" 通勤支給開始年月
001400         DISPLAY "  " 通勤経路
001410     END-READ.
001420 END PROGRAM TSUKMNT.
001430*
001440*=====================================================================
001450*　通勤手当計算サブルーチン。従業員番号と支給年月を渡すと，
001460*　その月に支給する通勤手当，うち非課税となる額，標準報酬の
001470*　報酬に算入する１箇月当たりの額（６箇月定期代は６分の１）を
001480*　返す。マスタに無い従業員は結果１ですべて０を返す。
001490*
001500*　　非課税限度額は１箇月当たり，電車・バスは１５万円，自動車
001510*　等は片道距離に応じた額とし，６箇月分を一括で支給する月は
001520*　限度額の６箇月分まで非課税とする。
001530*
001540*　パラメータ：
001550*　　入力１：通勤対象番号 9(4)
001560*　　入力２：通勤支給年月 9(6)
001570*　　出力１：通勤支給額 S9(8)
001580*　　出力２：通勤非課税額 S9(8)
001590*　　出力３：通勤月割額 S9(8)
001600*　　出力４：通勤計算結果（０：算出済／１：マスタなし）
001610*=====================================================================
001620 IDENTIFICATION     DIVISION.
001630 PROGRAM-ID.   "通勤手当計算".
001640 ENVIRONMENT  DIVISION.
001650 INPUT-OUTPUT  SECTION.
001660 FILE-CONTROL.
001670     SELECT OPTIONAL 通勤マスタファイル
001680       ASSIGN TO "TSUKINM"
001690       ORGANIZATION IS INDEXED
001700       ACCESS MODE  IS RANDOM
001710       RECORD KEY   IS 通勤従業員番号
001720       FILE STATUS  IS 通勤マスタ状態.
001730 DATA  DIVISION.
001740 FILE  SECTION.
001750 FD  通勤マスタファイル.
001760 01  通勤マスタレコード.
001770     02  通勤従業員番号      PIC  9(004).
001780     02  通勤経路            PIC  X(060).
001790     02  通勤手段            PIC  X(001).
001800         88  自動車等通勤    VALUE "3".
001810     02  通勤距離            PIC  9(003)V9(1).
001820     02  通勤月額            PIC  9(006).
001830     02  通勤六箇月額        PIC  9(007).
001840     02  通勤支給周期        PIC  9(001).
001850         88  六箇月支給      VALUE 6.
001860     02  通勤支給開始年月    PIC  9(006).
001870 WORKING-STORAGE  SECTION.
001880 01  通勤マスタ状態          PIC  X(02).
001890     88  通勤マスタ正常      VALUE "00".
001900 01  マスタ有無フラグ        PIC  X(01).
001910     88  マスタあり          VALUE "Y".
001920 01  開始年月分解.
001930     02  開始年              PIC  9(04).
001940     02  開始月              PIC  9(02).
001950 01  支給年月分解.
001960     02  支給年              PIC  9(04).
001970     02  支給月              PIC  9(02).
001980 01  経過月数                PIC S9(05).
001990 01  周期商                  PIC S9(05).
002000 01  周期余                  PIC S9(05).
002010 01  月額限度                PIC S9(08).
002020 01  非課税限度              PIC S9(08).
002030 01  距離添字                PIC  9(01).
002040*
002050*　公共交通機関の１箇月当たりの非課税限度額。
002060*
002070 01  交通機関限度額          PIC S9(08)  VALUE 150000.
002080*
002090*　自動車等の片道距離別限度額。距離下限（km）以上の区分の
002100*　うち最も遠いものを使い，２km未満は全額課税とする。
002110*
002120 01  距離限度定義.
002130     02  FILLER              PIC  X(10)  VALUE "0020004200".
002140     02  FILLER              PIC  X(10)  VALUE "0100007100".
002150     02  FILLER              PIC  X(10)  VALUE "0150012900".
002160     02  FILLER              PIC  X(10)  VALUE "0250018700".
002170     02  FILLER              PIC  X(10)  VALUE "0350024400".
002180     02  FILLER              PIC  X(10)  VALUE "0450028000".
002190     02  FILLER              PIC  X(10)  VALUE "0550031600".
002200 01  距離限度表  REDEFINES 距離限度定義.
002210     02  距離限度  OCCURS 7.
002220         03  距離下限        PIC  9(003)V9(1).
002230         03  距離限度額      PIC  9(006).
002240 LINKAGE  SECTION.
002250 01  通勤対象番号            PIC  9(04).
002260 01  通勤支給年月            PIC  9(06).
002270 01  通勤支給額              PIC S9(08).
002280 01  通勤非課税額            PIC S9(08).
002290 01  通勤月割額              PIC S9(08).
002300 01  通勤計算結果            PIC  9(01).
002310 PROCEDURE  DIVISION USING 通勤対象番号 通勤支給年月
002320                           通勤支給額 通勤非課税額
002330                           通勤月割額 通勤計算結果.
002340 計算開始.
002350     MOVE 0 TO 通勤支給額.
002360     MOVE 0 TO 通勤非課税額.
002370     MOVE 0 TO 通勤月割額.
002380     MOVE 1 TO 通勤計算結果.
002390     MOVE "N" TO マスタ有無フラグ.
002400     OPEN INPUT 通勤マスタファイル.
002410     IF NOT 通勤マスタ正常
002420       CLOSE 通勤マスタファイル
002430       EXIT PROGRAM
002440     END-IF.
002450     MOVE 通勤対象番号 TO 通勤従業員番号.
002460     READ 通勤マスタファイル
002470       INVALID KEY
002480         CONTINUE
002490       NOT INVALID KEY
002500         SET マスタあり TO TRUE
002510     END-READ.
002520     CLOSE 通勤マスタファイル.
002530     IF NOT マスタあり
002540       EXIT PROGRAM
002550     END-IF.
002560     MOVE 0 TO 通勤計算結果.
002570     IF 通勤支給年月 < 通勤支給開始年月
002580       EXIT PROGRAM
002590     END-IF.
002600*
002610*　支給開始年月からの経過月数で支給月かどうかを判定する。
002620*
002630     MOVE 通勤支給開始年月 TO 開始年月分解.
002640     MOVE 通勤支給年月     TO 支給年月分解.
002650     COMPUTE 経過月数 = (支給年 - 開始年) * 12
002660       + 支給月 - 開始月.
002670     IF 六箇月支給
002680       COMPUTE 通勤月割額 = 通勤六箇月額 / 6
002690       DIVIDE 経過月数 BY 6 GIVING 周期商
002700         REMAINDER 周期余
002710       IF 周期余 = 0
002720         MOVE 通勤六箇月額 TO 通勤支給額
002730       END-IF
002740     ELSE
002750       MOVE 通勤月額 TO 通勤月割額
002760       MOVE 通勤月額 TO 通勤支給額
002770     END-IF.
002780     IF 通勤支給額 = 0
002790       EXIT PROGRAM
002800     END-IF.
002810*
002820     IF 自動車等通勤
002830       MOVE 0 TO 月額限度
002840       PERFORM 距離限度検索
002850           VARYING 距離添字 FROM 1 BY 1
002860           UNTIL 距離添字 > 7
002870     ELSE
002880       MOVE 交通機関限度額 TO 月額限度
002890     END-IF.
002900     IF 六箇月支給
002910       COMPUTE 非課税限度 = 月額限度 * 6
002920     ELSE
002930       MOVE 月額限度 TO 非課税限度
002940     END-IF.
002950     IF 通勤支給額 > 非課税限度
002960       MOVE 非課税限度 TO 通勤非課税額
002970     ELSE
002980       MOVE 通勤支給額 TO 通勤非課税額
002990     END-IF.
003000     EXIT PROGRAM.
003010*
003020 距離限度検索.
003030     IF 通勤距離 >= 距離下限(距離添字)
003040       MOVE 距離限度額(距離添字) TO 月額限度
003050     END-IF.
003060 END PROGRAM "通勤手当計算".
