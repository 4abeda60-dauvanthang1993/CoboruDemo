000010*=====================================================================
000020*　給与支払報告書提出データ作成　　　−オブジェクト指向サンプル−
000030*
000040*　　年末調整（NENCHO）と源泉徴収票（GENSEN）と同じ集計で，対象年
000050*　の支払金額・源泉徴収税額・社会保険料等・扶養人数・保険料控除額
000060*　を従業員別に求め，住民税マスタ（JUMINZM）の市区町村コード（１月
000070*　１日現在の住所地）ごとに給与支払報告書の提出ファイルを作成する。
000080*　提出ファイルは市区町村ごとに KYUSHIHO.<市区町村コード> とし，
000090*　eLTAX の固定長形式（１２０バイト，ヘッダ・データ・トレーラ）で
000100*　出力する。あわせて市区町村別の人数・合計額を総括表（KYUSHIHO.RPT）
000110*　へ出力する。
000120*
000130*　　住民税マスタに登録が無い従業員と，市区町村コードが０の従業員
000140*　は提出ファイルに含めず，例外リスト（KYUSHIHO.ERR）へ出力する。
000150*　対象年の支払金額が無い従業員は対象外とする。
000151*
000152*　　住民税マスタに転居による市区町村変更が予約されていて，その
000154*　適用年月が対象年の翌年６月以前の従業員は，翌年１月１日には転居
000156*　先に住んでいるので新しい市区町村コードへ振り分ける。転居先の
000158*　コードが未設定なら例外リストへ出力する。
000160*
000170*　　源泉徴収税額は源泉徴収計に還付徴収ファイル（NENCHO.DAT）の
000180*　精算額を加えた年税額とする（乙欄適用者は源泉徴収計のまま）。
000190*
000200*                              Copyright 1998-2015 FUJITSU LIMITED
000210*=====================================================================
000220 IDENTIFICATION     DIVISION.
000230 PROGRAM-ID.   KYUSHIHO.
000240 ENVIRONMENT  DIVISION.
000250 INPUT-OUTPUT  SECTION.
000260 FILE-CONTROL.
000270     SELECT 給与台帳ファイル
000280       ASSIGN TO "KYUYO"
000290       ORGANIZATION IS INDEXED
000300       ACCESS MODE  IS SEQUENTIAL
000310       RECORD KEY   IS 台帳キー
000320       FILE STATUS  IS 給与台帳状態.
000330     SELECT OPTIONAL 賞与台帳ファイル
000340       ASSIGN TO "SHOYO"
000350       ORGANIZATION IS INDEXED
000360       ACCESS MODE  IS SEQUENTIAL
000370       RECORD KEY   IS 賞与キー
000380       FILE STATUS  IS 賞与台帳状態.
000390     SELECT 社員マスタファイル
000400       ASSIGN TO "SHAINM"
000410       ORGANIZATION IS INDEXED
000420       ACCESS MODE  IS RANDOM
000430       RECORD KEY   IS 社員番号
000440       FILE STATUS  IS 社員マスタ状態.
000450     SELECT OPTIONAL 住民税マスタファイル
000460       ASSIGN TO "JUMINZM"
000470       ORGANIZATION IS INDEXED
000480       ACCESS MODE  IS RANDOM
000490       RECORD KEY   IS 住民税従業員番号
000500       FILE STATUS  IS 住民税マスタ状態.
000510     SELECT OPTIONAL 申告ファイル
000520       ASSIGN TO "SHINKOKU.TXT"
000530       ORGANIZATION IS LINE SEQUENTIAL
000540       FILE STATUS  IS 申告ファイル状態.
000550     SELECT OPTIONAL 還付徴収ファイル
000560       ASSIGN TO "NENCHO.DAT"
000570       ORGANIZATION IS LINE SEQUENTIAL
000580       FILE STATUS  IS 還付ファイル状態.
000590     SELECT 提出ファイル
000600       ASSIGN TO 提出ファイル名
000610       ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT 総括表ファイル
000630       ASSIGN TO "KYUSHIHO.RPT"
000640       ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT 例外リストファイル
000660       ASSIGN TO "KYUSHIHO.ERR"
000670       ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA  DIVISION.
000690 FILE  SECTION.
000700 FD  給与台帳ファイル.
000710     COPY KYUYOREC.
000720 FD  賞与台帳ファイル.
000730     COPY SHOYOREC.
000740 FD  社員マスタファイル.
000750     COPY SHAINMR.
000760 FD  住民税マスタファイル.
000770 01  住民税マスタレコード.
000780     02  住民税従業員番号    PIC  9(004).
000790     02  市区町村コード      PIC  9(006).
000800     02  住民税６月額        PIC  9(007).
000810     02  住民税通常月額      PIC  9(007).
000812     02  新市区町村          PIC  9(006).
000814     02  新市区町村年月      PIC  9(006).
000820 FD  申告ファイル.
000830 01  申告レコード.
000840     02  申告従業員番号      PIC  X(004).
000850     02  申告扶養人数        PIC  X(002).
000860     02  申告保険料控除額    PIC  X(007).
000870 FD  還付徴収ファイル.
000880 01  還付徴収レコード.
000890     02  還付従業員番号      PIC  9(004).
000900     02  FILLER              PIC  X(001).
000910     02  還付徴収額          PIC S9(008)  SIGN LEADING
000920                                          SEPARATE.
000930 FD  提出ファイル.
000940 01  提出レコード            PIC  X(120).
000950 FD  総括表ファイル.
000960 01  総括表行                PIC  X(100).
000970 FD  例外リストファイル.
000980 01  例外行                  PIC  X(80).
000990 WORKING-STORAGE  SECTION.
001000 01  給与台帳状態            PIC  X(02).
001010     88  給与台帳正常        VALUE "00" "05".
001020 01  賞与台帳状態            PIC  X(02).
001030     88  賞与台帳正常        VALUE "00" "05".
001040 01  社員マスタ状態          PIC  X(02).
001050 01  住民税マスタ状態        PIC  X(02).
001060     88  住民税マスタ正常    VALUE "00" "05".
001070 01  申告ファイル状態        PIC  X(02).
001080     88  申告ファイル正常    VALUE "00" "05".
001090 01  還付ファイル状態        PIC  X(02).
001100     88  還付ファイル正常    VALUE "00" "05".
001110*　ファイル状態は入出力のたびに変わるため，オープンの成否は
001120*　別のフラグに控えて判定する。
001130 01  住民税使用可Ｆ          PIC  X(01)  VALUE "N".
001140     88  住民税使用可        VALUE "Y".
001150 01  台帳終了フラグ          PIC  X(01)  VALUE "N".
001160     88  台帳終了            VALUE "Y".
001170 01  賞与終了フラグ          PIC  X(01)  VALUE "N".
001180     88  賞与終了            VALUE "Y".
001190 01  申告終了フラグ          PIC  X(01)  VALUE "N".
001200     88  申告終了            VALUE "Y".
001210 01  還付終了フラグ          PIC  X(01)  VALUE "N".
001220     88  還付終了            VALUE "Y".
001230 01  提出ファイル名          PIC  X(20).
001240 01  対象年                  PIC  9(04).
001245 01  提出基準年月            PIC  9(06).
001250 01  社員添字                PIC  9(03)  COMP-5.
001260 01  社員登録数              PIC  9(03)  COMP-5 VALUE 0.
001270 01  検索添字                PIC  9(03)  COMP-5.
001280 01  位置従業員番号          PIC  9(04).
001290 01  提出添字                PIC  9(03)  COMP-5.
001300 01  提出登録数              PIC  9(03)  COMP-5 VALUE 0.
001310 01  対象コード              PIC  9(06).
001320 01  例外理由                PIC  X(30).
001330 01  例外件数                PIC  9(05)  VALUE 0.
001335 01  提出先数                PIC  9(03).
001340 01  提出人数合計            PIC  9(05)  VALUE 0.
001350 01  支払金額合計            PIC S9(12)  VALUE 0.
001360 01  源泉税額合計            PIC S9(11)  VALUE 0.
001370 01  あふれ件数              PIC  9(06)  VALUE 0.
001380 01  現在日時.
001390     02  現在日付            PIC  9(08).
001400     02  FILLER              PIC  X(13).
001410*
001420 01  報告書集計表.
001430     02  報告書明細  OCCURS 200.
001440         03  票従業員番号    PIC  9(04).
001450         03  票年間支給額    PIC S9(10).
001460         03  票源泉徴収計    PIC S9(09).
001470         03  票社会保険計    PIC S9(09).
001480         03  票扶養人数      PIC  9(02).
001490         03  票保険料控除    PIC  9(07).
001500         03  票精算額        PIC S9(08).
001510         03  票年税額        PIC S9(09).
001520         03  票市区町村      PIC  9(06).
001530         03  票氏名          PIC  X(16).
001540         03  票生年月日      PIC  9(08).
001550         03  票税額表区分    PIC  X(01).
001560*
001570*　提出先（市区町村）ごとの人数・合計額
001580*
001590 01  提出先集計表.
001600     02  提出先明細  OCCURS 100.
001610         03  提出市区町村    PIC  9(06).
001620         03  提出人数        PIC  9(05).
001630         03  提出支払計      PIC S9(12).
001640         03  提出税額計      PIC S9(11).
001650         03  提出社保計      PIC S9(11).
001660*
001670*　提出ファイルの各レコード（１２０バイト固定）
001680*
001690 01  ヘッダレコード編集域.
001700     02  FILLER              PIC  X(01)  VALUE "1".
001710     02  編集見出市区町村    PIC  9(06).
001720     02  編集見出対象年      PIC  9(04).
001730     02  編集作成日          PIC  9(08).
001740     02  編集支払者名        PIC  X(40)
001750         VALUE "ｻﾝﾌﾟﾙｼｮｳｼﾞ".
001760     02  編集見出人数        PIC  9(05).
001770     02  FILLER              PIC  X(56)  VALUE SPACE.
001780 01  データレコード編集域.
001790     02  FILLER              PIC  X(01)  VALUE "2".
001800     02  編集市区町村        PIC  9(06).
001810     02  編集従業員番号      PIC  9(04).
001820     02  編集氏名            PIC  X(16).
001830     02  編集生年月日        PIC  9(08).
001840     02  編集支払金額        PIC  9(10).
001850     02  編集源泉税額        PIC  9(09).
001860     02  編集社会保険料      PIC  9(09).
001870     02  編集保険料控除      PIC  9(07).
001880     02  編集扶養人数        PIC  9(02).
001890     02  編集税額表区分      PIC  X(01).
001900     02  FILLER              PIC  X(47)  VALUE SPACE.
001910 01  トレーラレコード編集域.
001920     02  FILLER              PIC  X(01)  VALUE "8".
001930     02  編集尾市区町村      PIC  9(06).
001940     02  編集尾人数          PIC  9(05).
001950     02  編集尾支払計        PIC  9(12).
001960     02  編集尾税額計        PIC  9(11).
001970     02  編集尾社保計        PIC  9(11).
001980     02  FILLER              PIC  X(74)  VALUE SPACE.
001990*
002000 01  総括行編集域.
002010     02  編集総括市区町村    PIC  9(06).
002020     02  FILLER              PIC  X(02)  VALUE SPACE.
002030     02  編集総括人数        PIC  ZZZZ9.
002040     02  FILLER              PIC  X(02)  VALUE SPACE.
002050     02  編集総括支払計      PIC  ---,---,---,--9.
002060     02  FILLER              PIC  X(02)  VALUE SPACE.
002070     02  編集総括税額計      PIC  --,---,---,--9.
002080     02  FILLER              PIC  X(02)  VALUE SPACE.
002090     02  編集総括ファイル名  PIC  X(20).
002100*
002110 01  例外行編集域.
002120     02  編集例外番号        PIC  9(04).
002130     02  FILLER              PIC  X(02)  VALUE SPACE.
002140     02  編集例外氏名        PIC  X(16).
002150     02  FILLER              PIC  X(02)  VALUE SPACE.
002160     02  編集例外支払金額    PIC  ---,---,---,--9.
002170     02  FILLER              PIC  X(02)  VALUE SPACE.
002180     02  編集例外理由        PIC  X(30).
002190*
002200 PROCEDURE  DIVISION.
002210     DISPLAY "給与支払報告書提出データ作成".
002220     DISPLAY "対象年を入力してください(YYYY)".
002230     ACCEPT 対象年 FROM CONSOLE.
002235     COMPUTE 提出基準年月 = (対象年 + 1) * 100 + 6.
002240     MOVE FUNCTION CURRENT-DATE TO 現在日時.
002250*
002260*　給与台帳・賞与台帳から対象年の支払額・源泉税を積み上げる。
002270*
002280     OPEN INPUT 給与台帳ファイル.
002290     IF NOT 給与台帳正常
002300       DISPLAY "給与台帳ファイルが開けません"
002310       STOP RUN
002320     END-IF.
002330     PERFORM 台帳読込.
002340     PERFORM 年間集計 UNTIL 台帳終了.
002350     CLOSE 給与台帳ファイル.
002360*
002370     OPEN INPUT 賞与台帳ファイル.
002380     IF NOT 賞与台帳正常
002390       SET 賞与終了 TO TRUE
002400     END-IF.
002410     PERFORM 賞与読込.
002420     PERFORM 賞与年間集計 UNTIL 賞与終了.
002430     CLOSE 賞与台帳ファイル.
002440*
002450*　申告ファイル・還付徴収ファイルを突き合わせる。
002460*
002470     OPEN INPUT 申告ファイル.
002480     IF NOT 申告ファイル正常
002490       SET 申告終了 TO TRUE
002500     END-IF.
002510     PERFORM 申告読込.
002520     PERFORM 申告突合 UNTIL 申告終了.
002530     CLOSE 申告ファイル.
002540*
002550     OPEN INPUT 還付徴収ファイル.
002560     IF NOT 還付ファイル正常
002570       SET 還付終了 TO TRUE
002580     END-IF.
002590     PERFORM 還付読込.
002600     PERFORM 還付突合 UNTIL 還付終了.
002610     CLOSE 還付徴収ファイル.
002620*
002630*　従業員ごとに提出先の市区町村を決め，例外は例外リストへ出す。
002640*
002650     OPEN INPUT 社員マスタファイル.
002660     OPEN INPUT 住民税マスタファイル.
002670     IF 住民税マスタ正常
002680       SET 住民税使用可 TO TRUE
002690     END-IF.
002700     OPEN OUTPUT 例外リストファイル.
002710     MOVE SPACE TO 例外行.
002720     STRING "*** 給与支払報告書 例外リスト "
002730            対象年 "年分 ***"
002740            DELIMITED BY SIZE INTO 例外行.
002750     WRITE 例外行.
002760     MOVE "番号  氏名                    支払金額  理由"
002770       TO 例外行.
002780     WRITE 例外行.
002790     PERFORM 提出先振分
002800         VARYING 社員添字 FROM 1 BY 1
002810         UNTIL 社員添字 > 社員登録数.
002820     MOVE SPACE TO 例外行.
002830     STRING "例外件数：" 例外件数
002840            DELIMITED BY SIZE INTO 例外行.
002850     WRITE 例外行.
002860     CLOSE 例外リストファイル.
002870     CLOSE 住民税マスタファイル.
002880     CLOSE 社員マスタファイル.
002890*
002900*　市区町村ごとに提出ファイルを作り，総括表へ１行ずつ出力する。
002910*
002920     OPEN OUTPUT 総括表ファイル.
002930     MOVE SPACE TO 総括表行.
002940     STRING "*** 給与支払報告書 総括表 "
002950            対象年 "年分 ***"
002960            DELIMITED BY SIZE INTO 総括表行.
002970     WRITE 総括表行.
002980     MOVE "市区町村   人数         支払金額計" &
002990          "       源泉税額計  提出ファイル"
003000       TO 総括表行.
003010     WRITE 総括表行.
003020     PERFORM 提出ファイル作成
003030         VARYING 提出添字 FROM 1 BY 1
003040         UNTIL 提出添字 > 提出登録数.
003050     MOVE SPACE TO 総括行編集域.
003060     MOVE 提出人数合計 TO 編集総括人数.
003070     MOVE 支払金額合計 TO 編集総括支払計.
003080     MOVE 源泉税額合計 TO 編集総括税額計.
003090     MOVE 総括行編集域 TO 総括表行.
003100     MOVE "合計" TO 総括表行(1:6).
003110     WRITE 総括表行.
003120     MOVE SPACE TO 総括表行.
003130     MOVE 提出登録数 TO 提出先数.
003135     STRING "提出先数：" 提出先数
003140            "　例外件数：" 例外件数
003150            DELIMITED BY SIZE INTO 総括表行.
003160     WRITE 総括表行.
003170     CLOSE 総括表ファイル.
003180     DISPLAY "提出先数：" 提出先数.
003190     DISPLAY "提出人数：" 提出人数合計.
003200     IF 例外件数 NOT = 0
003210       DISPLAY "例外件数：" 例外件数
003220               "（KYUSHIHO.ERR を確認）"
003230     END-IF.
003240     IF あふれ件数 NOT = 0
003250       DISPLAY "警告：集計表あふれ 読み飛ばし："
003260               あふれ件数
003270     END-IF.
003280     STOP RUN.
003290*
003300 台帳読込.
003310     READ 給与台帳ファイル NEXT RECORD
003320       AT END
003330         SET 台帳終了 TO TRUE
003340     END-READ.
003350*
003360*　退職金精算（月部分１３）は退職所得のため集計しない。
003370*
003380 年間集計.
003390     IF 台帳支給年月(1:4) = 対象年
003400        AND 台帳支給年月(5:2) <= "12"
003410       MOVE 台帳従業員番号 TO 位置従業員番号
003420       PERFORM 社員位置特定
003430       IF 社員添字 = 0
003440         ADD 1 TO あふれ件数
003450       ELSE
003460         COMPUTE 票年間支給額(社員添字) =
003470             票年間支給額(社員添字)
003480           + 台帳基本給 + 台帳職務手当
003490           + 台帳時間外手当 + 台帳調整額
003500           + 台帳通勤手当 - 台帳通勤非課税額
003505           + 台帳歩合手当
003510         ADD 台帳所得税
003520           TO 票源泉徴収計(社員添字)
003530         ADD 台帳社会保険料 台帳雇用保険料
003540           TO 票社会保険計(社員添字)
003550       END-IF
003560     END-IF.
003570     PERFORM 台帳読込.
003580*
003590 賞与読込.
003600     IF 賞与終了
003610       EXIT PARAGRAPH
003620     END-IF.
003630     READ 賞与台帳ファイル NEXT RECORD
003640       AT END
003650         SET 賞与終了 TO TRUE
003660     END-READ.
003670*
003680 賞与年間集計.
003690     IF 賞与支給日(1:4) = 対象年
003700       MOVE 賞与従業員番号 TO 位置従業員番号
003710       PERFORM 社員位置特定
003720       IF 社員添字 = 0
003730         ADD 1 TO あふれ件数
003740       ELSE
003750         ADD 賞与支給額
003760           TO 票年間支給額(社員添字)
003770         ADD 賞与所得税
003780           TO 票源泉徴収計(社員添字)
003790         ADD 賞与社会保険料 賞与雇用保険料
003800           TO 票社会保険計(社員添字)
003810       END-IF
003820     END-IF.
003830     PERFORM 賞与読込.
003840*
003850 社員位置特定.
003860     MOVE 0 TO 社員添字.
003870     PERFORM 社員位置照合
003880         VARYING 検索添字 FROM 1 BY 1
003890         UNTIL 検索添字 > 社員登録数.
003900     IF 社員添字 = 0 AND 社員登録数 < 200
003910       ADD 1 TO 社員登録数
003920       MOVE 社員登録数 TO 社員添字
003930       INITIALIZE 報告書明細(社員添字)
003940       MOVE 位置従業員番号
003950         TO 票従業員番号(社員添字)
003960     END-IF.
003970*
003980 社員位置照合.
003990     IF 票従業員番号(検索添字) = 位置従業員番号
004000       MOVE 検索添字 TO 社員添字
004010     END-IF.
004020*
004030 申告読込.
004040     READ 申告ファイル
004050       AT END
004060         SET 申告終了 TO TRUE
004070     END-READ.
004080*
004090 申告突合.
004100     IF 申告従業員番号 NUMERIC
004110       PERFORM 申告照合
004120           VARYING 検索添字 FROM 1 BY 1
004130           UNTIL 検索添字 > 社員登録数
004140     END-IF.
004150     PERFORM 申告読込.
004160*
004170 申告照合.
004180     IF 票従業員番号(検索添字)
004190        = FUNCTION NUMVAL(申告従業員番号)
004200       MOVE 申告扶養人数
004210         TO 票扶養人数(検索添字)
004220       MOVE 申告保険料控除額
004230         TO 票保険料控除(検索添字)
004240     END-IF.
004250*
004260 還付読込.
004270     READ 還付徴収ファイル
004280       AT END
004290         SET 還付終了 TO TRUE
004300     END-READ.
004310*
004320 還付突合.
004330     PERFORM 還付照合
004340         VARYING 検索添字 FROM 1 BY 1
004350         UNTIL 検索添字 > 社員登録数.
004360     PERFORM 還付読込.
004370*
004380 還付照合.
004390     IF 票従業員番号(検索添字) = 還付従業員番号
004400       MOVE 還付徴収額
004410         TO 票精算額(検索添字)
004420     END-IF.
004430*
004440*　社員マスタから氏名等を，住民税マスタから市区町村コードを
004450*　取り出す。年税額＝源泉徴収計＋年調精算額。
004460*
004470 提出先振分.
004480     IF 票年間支給額(社員添字) NOT > 0
004490       EXIT PARAGRAPH
004500     END-IF.
004510     MOVE 票従業員番号(社員添字) TO 社員番号.
004520     READ 社員マスタファイル
004530       INVALID KEY
004540         MOVE SPACE TO 社員氏名
004550         MOVE 0     TO 社員生年月日
004560         MOVE SPACE TO 社員税額表区分
004570     END-READ.
004580     MOVE 社員氏名       TO 票氏名(社員添字).
004590     MOVE 社員生年月日   TO 票生年月日(社員添字).
004600     MOVE 社員税額表区分
004605       TO 票税額表区分(社員添字).
004610     COMPUTE 票年税額(社員添字) =
004620         票源泉徴収計(社員添字)
004630       + 票精算額(社員添字).
004640     MOVE 0 TO 対象コード.
004650     MOVE SPACE TO 例外理由.
004660     IF 住民税使用可
004670       MOVE 票従業員番号(社員添字)
004680         TO 住民税従業員番号
004690       READ 住民税マスタファイル
004700         INVALID KEY
004710           MOVE "住民税マスタ未登録" TO 例外理由
004720         NOT INVALID KEY
004722           MOVE 市区町村コード TO 対象コード
004724           IF 新市区町村年月 NOT = 0
004726              AND 新市区町村年月 <= 提出基準年月
004728             MOVE 新市区町村 TO 対象コード
004730             IF 新市区町村 = 0
004732               MOVE "転居先市区町村未設定"
004734                 TO 例外理由
004736             END-IF
004738           END-IF
004740       END-READ
004750     ELSE
004760       MOVE "住民税マスタ未登録" TO 例外理由
004770     END-IF.
004780     IF 例外理由 = SPACE AND 対象コード = 0
004790       MOVE "市区町村コード未設定" TO 例外理由
004800     END-IF.
004810     IF 例外理由 = SPACE
004820       PERFORM 提出先位置特定
004830       IF 提出添字 = 0
004840         MOVE "提出先集計表あふれ" TO 例外理由
004850       END-IF
004860     END-IF.
004870     IF 例外理由 NOT = SPACE
004880       PERFORM 例外行出力
004890       EXIT PARAGRAPH
004900     END-IF.
004910     MOVE 対象コード TO 票市区町村(社員添字).
004920     ADD 1 TO 提出人数(提出添字).
004930     ADD 票年間支給額(社員添字)
004935       TO 提出支払計(提出添字).
004940     ADD 票年税額(社員添字)
004945       TO 提出税額計(提出添字).
004950     ADD 票社会保険計(社員添字)
004955       TO 提出社保計(提出添字).
004960*
004970 提出先位置特定.
004980     MOVE 0 TO 提出添字.
004990     PERFORM 提出先照合
005000         VARYING 検索添字 FROM 1 BY 1
005010         UNTIL 検索添字 > 提出登録数.
005020     IF 提出添字 = 0 AND 提出登録数 < 100
005030       ADD 1 TO 提出登録数
005040       MOVE 提出登録数 TO 提出添字
005050       INITIALIZE 提出先明細(提出添字)
005060       MOVE 対象コード
005070         TO 提出市区町村(提出添字)
005080     END-IF.
005090*
005100 提出先照合.
005110     IF 提出市区町村(検索添字) = 対象コード
005120       MOVE 検索添字 TO 提出添字
005130     END-IF.
005140*
005150 例外行出力.
005160     MOVE 票従業員番号(社員添字) TO 編集例外番号.
005170     MOVE 票氏名(社員添字)       TO 編集例外氏名.
005180     MOVE 票年間支給額(社員添字)
005185       TO 編集例外支払金額.
005190     MOVE 例外理由               TO 編集例外理由.
005200     MOVE 例外行編集域 TO 例外行.
005210     WRITE 例外行.
005220     ADD 1 TO 例外件数.
005230*
005240*　提出ファイル名は KYUSHIHO.<市区町村コード> とする。
005250*
005260 提出ファイル作成.
005270     MOVE SPACE TO 提出ファイル名.
005280     STRING "KYUSHIHO." 提出市区町村(提出添字)
005290            DELIMITED BY SIZE
005300       INTO 提出ファイル名.
005310     OPEN OUTPUT 提出ファイル.
005320     MOVE 提出市区町村(提出添字)
005325       TO 編集見出市区町村.
005330     MOVE 対象年                 TO 編集見出対象年.
005340     MOVE 現在日付               TO 編集作成日.
005350     MOVE 提出人数(提出添字)     TO 編集見出人数.
005360     MOVE ヘッダレコード編集域 TO 提出レコード.
005370     WRITE 提出レコード.
005380     PERFORM 提出データ出力
005390         VARYING 社員添字 FROM 1 BY 1
005400         UNTIL 社員添字 > 社員登録数.
005410     MOVE 提出市区町村(提出添字)
005415       TO 編集尾市区町村.
005420     MOVE 提出人数(提出添字)     TO 編集尾人数.
005430     MOVE 提出支払計(提出添字)   TO 編集尾支払計.
005440     MOVE 提出税額計(提出添字)   TO 編集尾税額計.
005450     MOVE 提出社保計(提出添字)   TO 編集尾社保計.
005460     MOVE トレーラレコード編集域 TO 提出レコード.
005470     WRITE 提出レコード.
005480     CLOSE 提出ファイル.
005490*
005500     MOVE 提出市区町村(提出添字)
005505       TO 編集総括市区町村.
005510     MOVE 提出人数(提出添字)     TO 編集総括人数.
005520     MOVE 提出支払計(提出添字)
005525       TO 編集総括支払計.
005530     MOVE 提出税額計(提出添字)
005535       TO 編集総括税額計.
005540     MOVE 提出ファイル名
005545       TO 編集総括ファイル名.
005550     MOVE 総括行編集域 TO 総括表行.
005560     WRITE 総括表行.
005570     ADD 提出人数(提出添字)   TO 提出人数合計.
005580     ADD 提出支払計(提出添字) TO 支払金額合計.
005590     ADD 提出税額計(提出添字) TO 源泉税額合計.
005600*
005610 提出データ出力.
005620     IF 票市区町村(社員添字)
005625        NOT = 提出市区町村(提出添字)
005630       EXIT PARAGRAPH
005640     END-IF.
005650     MOVE 票市区町村(社員添字)   TO 編集市区町村.
005660     MOVE 票従業員番号(社員添字)
005665       TO 編集従業員番号.
005670     MOVE 票氏名(社員添字)       TO 編集氏名.
005680     MOVE 票生年月日(社員添字)   TO 編集生年月日.
005690     MOVE 票年間支給額(社員添字) TO 編集支払金額.
005700     MOVE 票年税額(社員添字)     TO 編集源泉税額.
005710     MOVE 票社会保険計(社員添字)
005715       TO 編集社会保険料.
005720     MOVE 票保険料控除(社員添字)
005725       TO 編集保険料控除.
005730     MOVE 票扶養人数(社員添字)   TO 編集扶養人数.
005740     MOVE 票税額表区分(社員添字)
005745       TO 編集税額表区分.
005750     MOVE データレコード編集域 TO 提出レコード.
005760     WRITE 提出レコード.
