000010*=====================================================================
000020*　随時改定（月額変更届）判定バッチ　−オブジェクト指向サンプル−
000030*
000040*　　昇給（SHOKYU）・職務手当の変更・人事異動（JINJIIDO）などで
000050*　固定的賃金（基本給＋職務手当，時給制は時給単価）が年の途中で
000055*　変わった従業員を給与台帳から見つけ，変動月から３か月の報酬
000060*　（基本給＋職務手当＋時間外手当）の平均を標準報酬等級テーブル
000062*　（HYOGMNT）で等級に引き当てる。通勤手当の月割額は固定的
000064*　賃金にも報酬にも含める。現在の等級と２等級以上の差が
000080*　あり，固定的賃金の増減と等級の上下が一致する従業員を月額変更
000090*　届の様式で一覧（ZUIJI.RPT）に出力する。
000110*
000120*　　判定年月には変動月から数えて３か月目の支給年月を指定する。
000130*　時給制の従業員は３か月とも出勤日数＋有給日数が１７日以上の
000140*　場合だけ対象とする。確認のうえ反映を指定すると，標準報酬
000150*　ファイルを変動月から４か月目（判定年月の翌月）を適用開始年月
000160*　として改定し，改定前の等級・標準報酬月額を控える。
000170*
000180*                              Copyright 1998-2015 FUJITSU LIMITED
000190*=====================================================================
000200 IDENTIFICATION     DIVISION.
000210 PROGRAM-ID.   ZUIJI.
000220 ENVIRONMENT  DIVISION.
000230 INPUT-OUTPUT  SECTION.
000240 FILE-CONTROL.
000250     SELECT 給与台帳ファイル
000260       ASSIGN TO "KYUYO"
000270       ORGANIZATION IS INDEXED
000280       ACCESS MODE  IS SEQUENTIAL
000290       RECORD KEY   IS 台帳キー
000300       FILE STATUS  IS 給与台帳状態.
000310     SELECT 社員マスタファイル
000320       ASSIGN TO "SHAINM"
000330       ORGANIZATION IS INDEXED
000340       ACCESS MODE  IS RANDOM
000350       RECORD KEY   IS 社員番号
000360       FILE STATUS  IS 社員マスタ状態.
000370     SELECT OPTIONAL 勤怠確定ファイル
000380       ASSIGN TO "KINTAIK"
000390       ORGANIZATION IS INDEXED
000400       ACCESS MODE  IS RANDOM
000410       RECORD KEY   IS 勤怠キー
000420       FILE STATUS  IS 勤怠確定状態.
000430     SELECT 等級テーブルファイル
000440       ASSIGN TO "HYOJUNG"
000450       ORGANIZATION IS INDEXED
000460       ACCESS MODE  IS SEQUENTIAL
000470       RECORD KEY   IS 等級番号
000480       FILE STATUS  IS 等級テーブル状態.
000490     SELECT OPTIONAL 標準報酬ファイル
000500       ASSIGN TO "HYOSHUM"
000510       ORGANIZATION IS INDEXED
000520       ACCESS MODE  IS RANDOM
000530       RECORD KEY   IS 標準従業員番号
000540       FILE STATUS  IS 標準報酬状態.
000550     SELECT 月額変更届ファイル
000560       ASSIGN TO "ZUIJI.RPT"
000570       ORGANIZATION IS LINE SEQUENTIAL.
000580 DATA  DIVISION.
000590 FILE  SECTION.
000600 FD  給与台帳ファイル.
000610     COPY KYUYOREC.
000620 FD  社員マスタファイル.
000630     COPY SHAINMR.
000640 FD  勤怠確定ファイル.
000650 01  勤怠確定レコード.
000660     02  勤怠キー.
000670         03  勤怠従業員番号  PIC  9(004).
000680         03  勤怠対象年月    PIC  9(006).
000690     02  勤怠出勤日数        PIC  9(002).
000700     02  勤怠残業時間        PIC  9(003)V9(1).
000710     02  勤怠欠勤日数        PIC  9(002).
000720     02  勤怠有給日数        PIC  9(002).
000730     02  勤怠労働時間        PIC  9(003)V9(1).
000732     02  勤怠深夜時間        PIC  9(003)V9(1).
000734     02  勤怠休日時間        PIC  9(003)V9(1).
000736     02  勤怠六十超時間      PIC  9(003)V9(1).
000737     02  勤怠フレックス実働  PIC  9(003)V9(1).
000738     02  勤怠フレックス総枠  PIC  9(003)V9(1).
000739     02  勤怠フレックス超過  PIC  9(003)V9(1).
000740 FD  等級テーブルファイル.
000750 01  等級テーブルレコード.
000760     02  等級番号            PIC  9(02).
000770     02  報酬下限            PIC  9(08).
000780     02  報酬上限            PIC  9(08).
000790     02  標準報酬月額        PIC  9(08).
000800 FD  標準報酬ファイル.
000810 01  標準報酬レコード.
000820     02  標準従業員番号      PIC  9(004).
000830     02  決定等級            PIC  9(02).
000840     02  決定標準報酬月額    PIC  9(08).
000850     02  適用開始年月        PIC  9(06).
000860*　改定前の等級・標準報酬月額は適用開始年月前の月に使う。
000870     02  前回等級            PIC  9(02).
000880     02  前回標準報酬月額    PIC  9(08).
000890 FD  月額変更届ファイル.
000900 01  届出行                  PIC  X(100).
000910 WORKING-STORAGE  SECTION.
000920 01  給与台帳状態            PIC  X(02).
000930     88  給与台帳正常        VALUE "00" "05".
000940 01  社員マスタ状態          PIC  X(02).
000950     88  社員マスタ正常      VALUE "00" "05".
000960 01  勤怠確定状態            PIC  X(02).
000970     88  勤怠確定正常        VALUE "00" "05".
000980 01  等級テーブル状態        PIC  X(02).
000990     88  等級テーブル正常    VALUE "00" "05".
001000 01  標準報酬状態            PIC  X(02).
001010     88  標準報酬正常        VALUE "00" "05".
001020*　ファイル状態は入出力のたびに変わるため，オープンの成否は
001030*　別のフラグに控えて判定する。
001040 01  勤怠使用可Ｆ            PIC  X(01)  VALUE "N".
001050     88  勤怠使用可          VALUE "Y".
001060 01  標準報酬使用可Ｆ        PIC  X(01)  VALUE "N".
001070     88  標準報酬使用可      VALUE "Y".
001080 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
001090     88  台帳終了            VALUE "Y".
001100 01  等級終了フラグ          PIC  X(01).
001110     88  等級終了            VALUE "Y".
001120 01  判定可否フラグ          PIC  X(01).
001130     88  判定不可            VALUE "N".
001140 01  反映確認                PIC  X(01).
001150     88  反映指定            VALUE "Y" "y".
001160 01  判定年月                PIC  9(06).
001170 01  改定年月                PIC  9(06).
001180 01  年月計算域.
001190     02  年月計算年          PIC  9(04).
001200     02  年月計算月          PIC  9(02).
001210 01  年月計算値  REDEFINES 年月計算域
001220                             PIC  9(06).
001230 01  現従業員番号            PIC  9(04)  VALUE 0.
001240 01  観察添字                PIC  9(01).
001250 01  候補添字                PIC  9(03)  COMP-5.
001260 01  候補登録数              PIC  9(03)  COMP-5 VALUE 0.
001270 01  固定変動額              PIC S9(09).
001280 01  平均報酬                PIC  9(08).
001290 01  当該等級                PIC  9(02).
001300 01  当該標準報酬            PIC  9(08).
001310 01  従前等級                PIC  9(02).
001320 01  従前標準報酬            PIC  9(08).
001330 01  等級差                  PIC S9(02).
001340 01  変動件数                PIC  9(05)  VALUE 0.
001350 01  該当件数                PIC  9(05)  VALUE 0.
001360 01  未決定件数              PIC  9(05)  VALUE 0.
001370 01  反映件数                PIC  9(05)  VALUE 0.
001380 01  反映見送件数            PIC  9(05)  VALUE 0.
001390 01  あふれ件数              PIC  9(05)  VALUE 0.
001400*
001410*　観察表は１：変動前月　２：変動月　３：翌月　４：判定年月
001420*　の順に持つ。
001430*
001440 01  観察表.
001450     02  観察明細  OCCURS 4.
001460         03  観察年月        PIC  9(06).
001470         03  観察有無        PIC  X(01).
001480             88  観察あり    VALUE "Y".
001490         03  観察固定        PIC S9(09).
001500         03  観察報酬        PIC S9(09).
001510*
001520 01  候補表.
001530     02  候補明細  OCCURS 200.
001540         03  候補従業員番号  PIC  9(04).
001550         03  候補等級        PIC  9(02).
001560         03  候補標準報酬    PIC  9(08).
001570*
001580 01  届出行編集域.
001590     02  編集従業員番号      PIC  9(04).
001600     02  FILLER              PIC  X(01)  VALUE SPACE.
001610     02  編集氏名            PIC  X(16).
001620     02  FILLER              PIC  X(01)  VALUE SPACE.
001630     02  編集変動年月        PIC  9(06).
001640     02  FILLER              PIC  X(02)  VALUE SPACE.
001650     02  編集従前等級        PIC  Z9.
001660     02  FILLER              PIC  X(01)  VALUE SPACE.
001670     02  編集従前標準        PIC  ZZ,ZZZ,ZZ9.
001680     02  FILLER              PIC  X(01)  VALUE SPACE.
001690     02  編集平均報酬        PIC  ZZ,ZZZ,ZZ9.
001700     02  FILLER              PIC  X(02)  VALUE SPACE.
001710     02  編集新等級          PIC  Z9.
001720     02  FILLER              PIC  X(01)  VALUE SPACE.
001730     02  編集新標準          PIC  ZZ,ZZZ,ZZ9.
001740     02  FILLER              PIC  X(02)  VALUE SPACE.
001750     02  編集改定年月        PIC  9(06).
001760 01  報酬行編集域.
001770     02  FILLER              PIC  X(24)  VALUE SPACE.
001780     02  FILLER              PIC  X(15)  VALUE "報酬月額：".
001790     02  編集報酬１          PIC  ZZ,ZZZ,ZZ9.
001800     02  FILLER              PIC  X(01)  VALUE SPACE.
001810     02  編集報酬２          PIC  ZZ,ZZZ,ZZ9.
001820     02  FILLER              PIC  X(01)  VALUE SPACE.
001830     02  編集報酬３          PIC  ZZ,ZZZ,ZZ9.
001840*
001850 PROCEDURE  DIVISION.
001860     DISPLAY "随時改定判定バッチ".
001870     DISPLAY "判定年月を入力してください(YYYYMM)".
001875     DISPLAY "（変動月から数えて３か月目）".
001880     ACCEPT 判定年月 FROM CONSOLE.
001890*
001900*　判定年月から遡って観察する４か月と改定年月を求める。
001910*
001920     MOVE 判定年月 TO 年月計算値.
001930     PERFORM 観察年月設定
001940         VARYING 観察添字 FROM 4 BY -1
001950         UNTIL 観察添字 < 1.
001960     MOVE 判定年月 TO 年月計算値.
001970     IF 年月計算月 = 12
001980       ADD 1 TO 年月計算年
001990       MOVE 1 TO 年月計算月
002000     ELSE
002010       ADD 1 TO 年月計算月
002020     END-IF.
002030     MOVE 年月計算値 TO 改定年月.
002040*
002050     OPEN INPUT 給与台帳ファイル.
002060     IF NOT 給与台帳正常
002070       DISPLAY "給与台帳ファイルが開けません"
002080       STOP RUN
002090     END-IF.
002100     OPEN INPUT 社員マスタファイル.
002110     IF NOT 社員マスタ正常
002120       DISPLAY "社員マスタファイルが開けません"
002130       CLOSE 給与台帳ファイル
002140       STOP RUN
002150     END-IF.
002160     OPEN INPUT 勤怠確定ファイル.
002170     IF 勤怠確定正常
002180       SET 勤怠使用可 TO TRUE
002190     END-IF.
002200     OPEN I-O 標準報酬ファイル.
002210     IF 標準報酬正常
002220       SET 標準報酬使用可 TO TRUE
002230     END-IF.
002240     OPEN OUTPUT 月額変更届ファイル.
002250     MOVE SPACE TO 届出行.
002260     STRING "*** 月額変更届（随時改定）判定年月："
002270            判定年月 " 改定年月：" 改定年月 " ***"
002280            DELIMITED BY SIZE INTO 届出行.
002290     WRITE 届出行.
002300     MOVE "番号 氏名             変動月  従前等級" &
002305          "・標準報酬  ３か月平均  " &
002307          "新等級・標準報酬" &
002310          "  改定月"
002320       TO 届出行.
002330     WRITE 届出行.
002340*
002360     PERFORM 観察表初期化
002370         VARYING 観察添字 FROM 1 BY 1
002380         UNTIL 観察添字 > 4.
002390     PERFORM 台帳読込.
002400     PERFORM 台帳振分 UNTIL 台帳終了.
002410     IF 現従業員番号 NOT = 0
002420       PERFORM 従業員判定 THRU 従業員判定出口
002430     END-IF.
002440     CLOSE 給与台帳ファイル.
002450     CLOSE 勤怠確定ファイル.
002460     CLOSE 社員マスタファイル.
002470*
002480     MOVE SPACE TO 届出行.
002490     STRING "固定的賃金の変動：" 変動件数
002500            "件　うち随時改定該当：" 該当件数 "件"
002510            DELIMITED BY SIZE INTO 届出行.
002520     WRITE 届出行.
002530     DISPLAY "固定的賃金の変動件数：" 変動件数.
002540     DISPLAY "随時改定該当件数　　：" 該当件数.
002550     IF 未決定件数 NOT = 0
002560       DISPLAY "標準報酬未決定のため判定外："
002565               未決定件数
002570     END-IF.
002580     IF あふれ件数 NOT = 0
002590       DISPLAY "警告：候補表あふれ 反映対象外："
002600               あふれ件数
002610     END-IF.
002620*
002630*　一覧を確認のうえ反映を指定した場合だけ標準報酬ファイルを
002640*　改定する。
002650*
002660     IF 候補登録数 NOT = 0
002670       DISPLAY "標準報酬へ反映しますか(Y/N)"
002680       ACCEPT 反映確認 FROM CONSOLE
002690       IF 反映指定
002700         PERFORM 改定反映
002710             VARYING 候補添字 FROM 1 BY 1
002720             UNTIL 候補添字 > 候補登録数
002730         MOVE SPACE TO 届出行
002740         STRING "標準報酬へ反映：" 反映件数
002750                "件　見送り：" 反映見送件数 "件"
002760                DELIMITED BY SIZE INTO 届出行
002770         WRITE 届出行
002780         DISPLAY "反映件数：" 反映件数
002790                 " 見送り：" 反映見送件数
002800       END-IF
002810     END-IF.
002820     CLOSE 月額変更届ファイル.
002830     CLOSE 標準報酬ファイル.
002840     STOP RUN.
002850*
002860*　観察表の年月を判定年月から１か月ずつ遡って設定する。
002870*
002880 観察年月設定.
002890     MOVE 年月計算値 TO 観察年月(観察添字).
002900     IF 年月計算月 = 1
002910       SUBTRACT 1 FROM 年月計算年
002920       MOVE 12 TO 年月計算月
002930     ELSE
002940       SUBTRACT 1 FROM 年月計算月
002950     END-IF.
002960*
002970*　観察表を従業員ごとに初期化する（年月は残す）。
002980*
002990 観察表初期化.
003000     MOVE "N" TO 観察有無(観察添字).
003010     MOVE 0   TO 観察固定(観察添字).
003020     MOVE 0   TO 観察報酬(観察添字).
003030*
003040 台帳読込.
003050     READ 給与台帳ファイル NEXT RECORD
003060       AT END
003070         SET 台帳終了 TO TRUE
003080     END-READ.
003090*
003100*　台帳は従業員番号＋支給年月の順に並ぶため，従業員が変わった
003110*　時点で前の従業員を判定する。
003120*
003130 台帳振分.
003140     IF 台帳従業員番号 NOT = 現従業員番号
003150       IF 現従業員番号 NOT = 0
003160         PERFORM 従業員判定 THRU 従業員判定出口
003170       END-IF
003180       MOVE 台帳従業員番号 TO 現従業員番号
003190       PERFORM 観察表初期化
003200           VARYING 観察添字 FROM 1 BY 1
003210           UNTIL 観察添字 > 4
003220     END-IF.
003230     PERFORM 観察月格納
003240         VARYING 観察添字 FROM 1 BY 1
003250         UNTIL 観察添字 > 4.
003260     PERFORM 台帳読込.
003270*
003280 観察月格納.
003290     IF 台帳支給年月 = 観察年月(観察添字)
003300       SET 観察あり(観察添字) TO TRUE
003301*　時給制は基本給が労働時間で変わるため時給単価を固定的
003302*　賃金とみなす。通勤手当の月割額も固定的賃金に含める。
003303       IF 台帳時給単価 NOT = 0
003304         COMPUTE 観察固定(観察添字) =
003306             台帳時給単価 + 台帳通勤月割額
003308       ELSE
003310         COMPUTE 観察固定(観察添字) =
003320             台帳基本給 + 台帳職務手当
003322           + 台帳通勤月割額
003325       END-IF
003330       COMPUTE 観察報酬(観察添字) =
003340           台帳基本給 + 台帳職務手当
003350         + 台帳時間外手当 + 台帳通勤月割額
003355         + 台帳歩合手当
003360     END-IF.
003370*
003380*　４か月とも台帳があり，変動月に固定的賃金が変わった従業員
003390*　について３か月平均の等級を求め，２等級以上の差を判定する。
003400*
003410 従業員判定.
003420     IF NOT 観察あり(1) OR NOT 観察あり(2)
003430        OR NOT 観察あり(3) OR NOT 観察あり(4)
003440       GO TO 従業員判定出口
003450     END-IF.
003460     COMPUTE 固定変動額 = 観察固定(2) - 観察固定(1).
003470     IF 固定変動額 = 0
003480       GO TO 従業員判定出口
003490     END-IF.
003500     ADD 1 TO 変動件数.
003510*
003520     MOVE 現従業員番号 TO 社員番号.
003530     READ 社員マスタファイル
003540       INVALID KEY
003550         MOVE SPACE TO 社員氏名
003560         MOVE SPACE TO 社員給与区分
003570     END-READ.
003580     IF 時給制
003590       MOVE "Y" TO 判定可否フラグ
003600       PERFORM 基礎日数検査
003610           VARYING 観察添字 FROM 2 BY 1
003620           UNTIL 観察添字 > 4
003630       IF 判定不可
003640         GO TO 従業員判定出口
003650       END-IF
003660     END-IF.
003670*
003680*　現在の等級は判定年月に有効な決定（適用開始前なら改定前）。
003690*
003700     IF NOT 標準報酬使用可
003710       ADD 1 TO 未決定件数
003720       GO TO 従業員判定出口
003730     END-IF.
003740     MOVE 現従業員番号 TO 標準従業員番号.
003750     READ 標準報酬ファイル
003760       INVALID KEY
003770         ADD 1 TO 未決定件数
003780         GO TO 従業員判定出口
003790     END-READ.
003800     IF 判定年月 >= 適用開始年月
003810       MOVE 決定等級         TO 従前等級
003820       MOVE 決定標準報酬月額 TO 従前標準報酬
003830     ELSE
003840       MOVE 前回等級         TO 従前等級
003850       MOVE 前回標準報酬月額 TO 従前標準報酬
003860     END-IF.
003870     IF 従前等級 = 0
003880       ADD 1 TO 未決定件数
003890       GO TO 従業員判定出口
003900     END-IF.
003910*
003920     COMPUTE 平均報酬 = (観察報酬(2) + 観察報酬(3)
003930                        + 観察報酬(4)) / 3.
003940     PERFORM 等級引当.
003950     IF 当該等級 = 0
003960       MOVE SPACE TO 届出行
003970       STRING "警告：等級該当なし 従業員："
003980              現従業員番号
003990              DELIMITED BY SIZE INTO 届出行
004000       WRITE 届出行
004010       GO TO 従業員判定出口
004020     END-IF.
004030     COMPUTE 等級差 = 当該等級 - 従前等級.
004040     IF NOT ((等級差 >= 2 AND 固定変動額 > 0)
004050          OR (等級差 <= -2 AND 固定変動額 < 0))
004060       GO TO 従業員判定出口
004070     END-IF.
004080*
004090     ADD 1 TO 該当件数.
004100     MOVE 現従業員番号     TO 編集従業員番号.
004110     MOVE 社員氏名         TO 編集氏名.
004120     MOVE 観察年月(2)      TO 編集変動年月.
004130     MOVE 従前等級         TO 編集従前等級.
004140     MOVE 従前標準報酬     TO 編集従前標準.
004150     MOVE 平均報酬         TO 編集平均報酬.
004160     MOVE 当該等級         TO 編集新等級.
004170     MOVE 当該標準報酬     TO 編集新標準.
004180     MOVE 改定年月         TO 編集改定年月.
004190     MOVE 届出行編集域     TO 届出行.
004200     WRITE 届出行.
004210     MOVE 観察報酬(2)      TO 編集報酬１.
004220     MOVE 観察報酬(3)      TO 編集報酬２.
004230     MOVE 観察報酬(4)      TO 編集報酬３.
004240     MOVE 報酬行編集域     TO 届出行.
004250     WRITE 届出行.
004260     IF 候補登録数 < 200
004270       ADD 1 TO 候補登録数
004280       MOVE 現従業員番号
004290         TO 候補従業員番号(候補登録数)
004300       MOVE 当該等級     TO 候補等級(候補登録数)
004310       MOVE 当該標準報酬
004315         TO 候補標準報酬(候補登録数)
004320     ELSE
004330       ADD 1 TO あふれ件数
004340     END-IF.
004350*
004360 従業員判定出口.
004370     EXIT.
004380*
004390*　時給制は支払基礎日数（出勤日数＋有給日数）が１７日未満の
004400*　月があれば判定しない。勤怠が無い月も同様。
004410*
004420 基礎日数検査.
004430     IF NOT 勤怠使用可
004440       MOVE "N" TO 判定可否フラグ
004450       EXIT PARAGRAPH
004460     END-IF.
004470     MOVE 現従業員番号        TO 勤怠従業員番号.
004480     MOVE 観察年月(観察添字)  TO 勤怠対象年月.
004490     READ 勤怠確定ファイル
004500       INVALID KEY
004510         MOVE "N" TO 判定可否フラグ
004520       NOT INVALID KEY
004530         IF 勤怠出勤日数 + 勤怠有給日数 < 17
004540           MOVE "N" TO 判定可否フラグ
004550         END-IF
004560     END-READ.
004570*
004580 等級引当.
004590     MOVE 0 TO 当該等級.
004600     MOVE 0 TO 当該標準報酬.
004610     MOVE "N" TO 等級終了フラグ.
004620     OPEN INPUT 等級テーブルファイル.
004630     IF NOT 等級テーブル正常
004640       SET 等級終了 TO TRUE
004650     END-IF.
004660     PERFORM 等級検索 UNTIL 等級終了.
004670     CLOSE 等級テーブルファイル.
004680*
004690 等級検索.
004700     READ 等級テーブルファイル NEXT RECORD
004710       AT END
004720         SET 等級終了 TO TRUE
004730       NOT AT END
004740         IF 平均報酬 >= 報酬下限
004750            AND 平均報酬 <= 報酬上限
004760           MOVE 等級番号     TO 当該等級
004770           MOVE 標準報酬月額 TO 当該標準報酬
004780           SET 等級終了 TO TRUE
004790         END-IF
004800     END-READ.
004810*
004820*　改定年月を適用開始年月として標準報酬ファイルを書き換え，
004830*　改定前の決定を前回として控える。同じ改定年月で反映済の
004840*　従業員と，より後の適用開始年月の決定（定時決定など）が既に
004850*　ある従業員は見送る。
004860*
004870 改定反映.
004880     MOVE 候補従業員番号(候補添字)
004885       TO 標準従業員番号.
004890     READ 標準報酬ファイル
004900       INVALID KEY
004910         ADD 1 TO 反映見送件数
004920         EXIT PARAGRAPH
004930     END-READ.
004940     IF 適用開始年月 >= 改定年月
004950       DISPLAY "反映見送り（決定済）："
004955               標準従業員番号
004960               " 適用開始：" 適用開始年月
004970       ADD 1 TO 反映見送件数
004980       EXIT PARAGRAPH
004990     END-IF.
005000     MOVE 決定等級         TO 前回等級.
005010     MOVE 決定標準報酬月額 TO 前回標準報酬月額.
005020     MOVE 候補等級(候補添字) TO 決定等級.
005030     MOVE 候補標準報酬(候補添字)
005035       TO 決定標準報酬月額.
005040     MOVE 改定年月 TO 適用開始年月.
005050     REWRITE 標準報酬レコード.
005060     ADD 1 TO 反映件数.
