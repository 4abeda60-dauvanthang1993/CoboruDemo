000010* Copyright 1992-2015 FUJITSU LIMITED
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. BUAI.
000040*
000050*　営業歩合計算。売上ファイルの指定月の売上を営業担当者×得意先
000060*　で集計し，担当者ごとの純売上（赤伝は負で積まれているので相殺
000070*　される）に営業担当者マスタ（EIGYOM）の歩合率を掛けて歩合額を
000080*　求める。担当者ごとの歩合明細書を報告書（スプール登録）に出し，
000090*　給与の従業員番号がある担当者の歩合は翌月の給与で支給するよう
000100*　歩合引継ファイル（BUAIHK）へ書く。月次給与バッチ（KYUTOROKU）
000110*　がこれを歩合手当として支給する。
000120*　　純売上が０以下の担当者の歩合は０とする。担当なし・担当者
000130*　未登録の売上は明細書の末尾に別掲し，歩合は計算しない。同じ
000140*　対象年月の再実行は，引継ファイルの該当支給月を置き換える。
000150*
000160 ENVIRONMENT DIVISION.
000170  INPUT-OUTPUT SECTION.
000180   FILE-CONTROL.
000190     SELECT 売上ファイル ASSIGN TO SALEFILE
000200       FILE STATUS       IS  売上ファイルの状態
000210       ORGANIZATION      IS  INDEXED
000220       ACCESS MODE       IS  SEQUENTIAL
000230       RECORD KEY        IS  商品コード OF 売上レコード
000240                         WITH DUPLICATES
000250       ALTERNATE RECORD KEY IS  受注日
000260                         WITH DUPLICATES.
000270     SELECT 営業担当者マスタ
000280       ASSIGN TO "EIGYOM"
000290       ORGANIZATION      IS  INDEXED
000300       ACCESS MODE       IS  SEQUENTIAL
000310       RECORD KEY        IS  担当コード
000320       FILE STATUS       IS  担当者マスタの状態.
000330     SELECT OPTIONAL 得意先マスタ
000340       ASSIGN TO "TOKUIM"
000350       ORGANIZATION      IS  INDEXED
000360       ACCESS MODE       IS  RANDOM
000370       RECORD KEY        IS  得意先コード
000380                             OF 得意先マスタレコード
000390       FILE STATUS       IS  得意先マスタの状態.
000400     SELECT OPTIONAL 歩合引継ファイル
000410       ASSIGN TO "BUAIHK"
000420       ORGANIZATION      IS  INDEXED
000430       ACCESS MODE       IS  DYNAMIC
000440       RECORD KEY        IS  歩合引継キー
000450       FILE STATUS       IS  歩合引継の状態.
000460     SELECT 歩合明細書ファイル
000470       ASSIGN TO "BUAI.RPT"
000480       ORGANIZATION      IS  LINE SEQUENTIAL.
000490*
000500 DATA DIVISION.
000510  FILE SECTION.
000520  FD  売上ファイル.
000530      COPY  URIAGE OF COPYLIB.
000540  FD  営業担当者マスタ.
000550  01  営業担当者レコード.
000560      COPY  EIGYOM OF COPYLIB.
000570  FD  得意先マスタ.
000580  01  得意先マスタレコード.
000590      02  得意先コード        PIC  X(04).
000600      02  得意先名            PIC  N(20).
000610      02  得意先住所          PIC  N(20).
000620      02  支払条件            PIC  X(02).
000630      02  得意先担当コード    PIC  X(04).
000640*　歩合引継レコード。従業員番号＋支給年月（売上月の翌月）を
000650*　キーとし，月次給与バッチが歩合手当として支給する。
000660  FD  歩合引継ファイル.
000670  01  歩合引継レコード.
000680      02  歩合引継キー.
000690          03  歩合従業員番号  PIC  9(04).
000700          03  歩合支給年月    PIC  9(06).
000710      02  歩合売上年月        PIC  9(06).
000720      02  歩合担当コード      PIC  X(04).
000730      02  歩合対象売上        PIC S9(10).
000740      02  歩合金額            PIC  9(08).
000750      02  歩合登録日時        PIC  X(14).
000760  FD  歩合明細書ファイル.
000770  01  明細書行                PIC  X(100).
000780*
000790  WORKING-STORAGE SECTION.
000800   77  スプール発行元          PIC  X(08).
000810   77  スプール帳票名          PIC  X(08).
000820   77  スプール本文名          PIC  X(20).
000830   77  スプール登録結果        PIC  9(01).
000840   77  売上ファイルの状態      PIC  XX.
000850       88  売上ファイル正常    VALUE "00" "05".
000860   77  担当者マスタの状態      PIC  XX.
000870       88  担当者マスタ正常    VALUE "00" "05".
000880   77  得意先マスタの状態      PIC  XX.
000890       88  得意先マスタ正常    VALUE "00" "05".
000900   77  歩合引継の状態          PIC  XX.
000910       88  歩合引継正常        VALUE "00" "05".
000920   77  売上終了フラグ          PIC  X(01)  VALUE "N".
000930       88  売上終了            VALUE "Y".
000940   77  担当者終了フラグ        PIC  X(01)  VALUE "N".
000950       88  担当者終了          VALUE "Y".
000960   77  引継終了フラグ          PIC  X(01)  VALUE "N".
000970       88  引継終了            VALUE "Y".
000980   77  得意先使用可Ｆ          PIC  X(01)  VALUE "N".
000990       88  得意先使用可        VALUE "Y".
001000   77  対象年月                PIC  9(06).
001010   77  対象支給年月            PIC  9(06).
001020   77  受注年月                PIC  9(06).
001030   01  年月作業                PIC  9(06).
001040   01  年月作業分解  REDEFINES 年月作業.
001050       02  作業年              PIC  9(04).
001060       02  作業月              PIC  9(02).
001070   77  集計添字                PIC  9(03)  COMP-5.
001080   77  集計登録数              PIC  9(03)  COMP-5 VALUE 0.
001090   77  検索添字                PIC  9(03)  COMP-5.
001100   77  あふれ件数              PIC  9(06)  VALUE 0.
001110   77  担当者件数              PIC  9(05)  VALUE 0.
001120   77  引継件数                PIC  9(05)  VALUE 0.
001130   77  引継対象外件数          PIC  9(05)  VALUE 0.
001140   77  置換件数                PIC  9(05)  VALUE 0.
001150   77  担当売上計              PIC S9(12).
001160   77  担当件数計              PIC  9(06).
001170   77  担当歩合額              PIC  9(08).
001180   77  別掲売上計              PIC S9(12)  VALUE 0.
001190   01  現在日時.
001200       02  現在日時１４        PIC  X(14).
001210       02  FILLER              PIC  X(07).
001220*
001230*　担当者×得意先の集計表。出力済の行は担当者未登録の別掲から
001240*　除く。
001250   01  歩合集計表.
001260       02  歩合集計明細  OCCURS 500.
001270           03  集計担当コード  PIC  X(04).
001280           03  集計得意先コード PIC X(04).
001290           03  集計売上金額    PIC S9(12).
001300           03  集計件数        PIC  9(06).
001310           03  集計出力区分    PIC  X(01).
001320               88  集計出力済  VALUE "Y".
001330*
001340   01  明細行編集域.
001350       02  FILLER              PIC  X(02)  VALUE SPACE.
001360       02  編集得意先コード    PIC  X(04).
001370       02  FILLER              PIC  X(01)  VALUE SPACE.
001380       02  編集得意先名        PIC  N(20).
001390       02  FILLER              PIC  X(01)  VALUE SPACE.
001400       02  編集件数            PIC  ZZZ,ZZ9.
001410       02  FILLER              PIC  X(01)  VALUE SPACE.
001420       02  編集売上金額        PIC  ----,---,--9.
001430   01  合計行編集域.
001440       02  FILLER              PIC  X(02)  VALUE SPACE.
001450       02  合計見出し          PIC  X(20).
001460       02  編集合計売上        PIC  ----,---,--9.
001470       02  FILLER              PIC  X(02)  VALUE SPACE.
001480       02  FILLER              PIC  X(09)  VALUE "歩合率".
001490       02  編集歩合率          PIC  Z9.99.
001500       02  FILLER              PIC  X(05)  VALUE "％  ".
001510       02  FILLER              PIC  X(09)  VALUE "歩合額".
001520       02  編集歩合額          PIC  ZZ,ZZZ,ZZ9.
001530   01  別掲行編集域.
001540       02  FILLER              PIC  X(02)  VALUE SPACE.
001550       02  編集別掲担当        PIC  X(04).
001560       02  FILLER              PIC  X(01)  VALUE SPACE.
001570       02  編集別掲得意先      PIC  X(04).
001580       02  FILLER              PIC  X(01)  VALUE SPACE.
001590       02  編集別掲件数        PIC  ZZZ,ZZ9.
001600       02  FILLER              PIC  X(01)  VALUE SPACE.
001610       02  編集別掲売上        PIC  ----,---,--9.
001620*
001630 PROCEDURE DIVISION.
001640     DISPLAY "営業歩合計算".
001650     DISPLAY "対象年月（売上月）を入力"
001652             "してください"
001655             "(YYYYMM)".
001660     ACCEPT 対象年月 FROM CONSOLE.
001670     PERFORM 支給年月算出.
001680     MOVE FUNCTION CURRENT-DATE TO 現在日時.
001690*
001700     OPEN INPUT 売上ファイル.
001710     IF NOT 売上ファイル正常
001720       DISPLAY "売上ファイルが開けません"
001730       STOP RUN
001740     END-IF.
001750     PERFORM 売上読込.
001760     PERFORM 売上集計 UNTIL 売上終了.
001770     CLOSE 売上ファイル.
001780*
001790     OPEN INPUT 営業担当者マスタ.
001800     IF NOT 担当者マスタ正常
001810       DISPLAY "営業担当者マスタが開けません"
001820       STOP RUN
001830     END-IF.
001840     OPEN INPUT 得意先マスタ.
001850     IF 得意先マスタ正常
001860       SET 得意先使用可 TO TRUE
001870     END-IF.
001880     OPEN I-O 歩合引継ファイル.
001890     IF NOT 歩合引継正常
001900       DISPLAY "歩合引継ファイルが開けません"
001910       CLOSE 得意先マスタ
001920       CLOSE 営業担当者マスタ
001930       STOP RUN
001940     END-IF.
001950     PERFORM 既存引継削除.
001960     OPEN OUTPUT 歩合明細書ファイル.
001970     PERFORM 担当者読込.
001980     PERFORM 担当者別明細書 UNTIL 担当者終了.
001990     PERFORM 別掲出力.
002000     CLOSE 歩合明細書ファイル.
002010     CLOSE 歩合引継ファイル.
002020     CLOSE 得意先マスタ.
002030     CLOSE 営業担当者マスタ.
002040     MOVE "BUAI" TO スプール発行元.
002050     MOVE "BUAI" TO スプール帳票名.
002060     MOVE "BUAI.RPT"
002070       TO スプール本文名.
002080     CALL "スプール登録" USING スプール発行元
002090          スプール帳票名 スプール本文名
002100          スプール登録結果.
002110     DISPLAY "担当者数：" 担当者件数
002120             " 引継件数：" 引継件数
002130             " 支給年月：" 対象支給年月.
002140     IF 置換件数 NOT = 0
002150       DISPLAY "再実行のため置き換えた引継："
002155               置換件数
002160     END-IF.
002170     IF 引継対象外件数 NOT = 0
002180       DISPLAY "従業員番号なしで引継しない"
002185               "担当者："
002190               引継対象外件数
002200     END-IF.
002210     IF 別掲売上計 NOT = 0
002220       DISPLAY "警告：担当なし・担当者未登録の"
002225               "売上あり"
002230     END-IF.
002240     IF あふれ件数 NOT = 0
002250       DISPLAY "警告：集計表あふれ 読み飛ばし："
002260               あふれ件数
002270     END-IF.
002280     STOP RUN.
002290*
002300*　歩合は売上月の翌月の給与で支給する。
002310*
002320 支給年月算出.
002330     MOVE 対象年月 TO 年月作業.
002340     IF 作業月 = 12
002350       ADD 1 TO 作業年
002360       MOVE 1 TO 作業月
002370     ELSE
002380       ADD 1 TO 作業月
002390     END-IF.
002400     MOVE 年月作業 TO 対象支給年月.
002410*
002420 売上読込.
002430     READ 売上ファイル NEXT RECORD
002440       AT END
002450         SET 売上終了 TO TRUE
002460     END-READ.
002470*
002480 売上集計.
002490     COMPUTE 受注年月 =
002500       年 OF 売上レコード * 100
002510     + 月 OF 売上レコード.
002520     IF 受注年月 = 対象年月
002530       PERFORM 集計位置特定
002540*　集計表があふれた場合は件数だけ数えて読み飛ばす
002550       IF 集計添字 = 0
002560         ADD 1 TO あふれ件数
002570       ELSE
002580         ADD 金額 TO 集計売上金額(集計添字)
002590         ADD 1 TO 集計件数(集計添字)
002600       END-IF
002610     END-IF.
002620     PERFORM 売上読込.
002630*
002640 集計位置特定.
002650     MOVE 0 TO 集計添字.
002660     PERFORM 集計照合
002670         VARYING 検索添字 FROM 1 BY 1
002680         UNTIL 検索添字 > 集計登録数
002690            OR 集計添字 NOT = 0.
002700     IF 集計添字 = 0 AND 集計登録数 < 500
002710       ADD 1 TO 集計登録数
002720       MOVE 集計登録数 TO 集計添字
002730       INITIALIZE 歩合集計明細(集計添字)
002740       MOVE 営業担当コード
002745         TO 集計担当コード(集計添字)
002750       MOVE 得意先コード OF 売上レコード
002760         TO 集計得意先コード(集計添字)
002770     END-IF.
002780*
002790 集計照合.
002800     IF 集計担当コード(検索添字)
002805          = 営業担当コード
002810        AND 集計得意先コード(検索添字)
002820          = 得意先コード OF 売上レコード
002830       MOVE 検索添字 TO 集計添字
002840     END-IF.
002850*
002860*　再実行に備え，同じ支給年月の引継を消してから書き直す。
002870*
002880 既存引継削除.
002890     MOVE "N" TO 引継終了フラグ.
002900     MOVE LOW-VALUE TO 歩合引継キー.
002910     START 歩合引継ファイル KEY > 歩合引継キー
002920       INVALID KEY
002930         SET 引継終了 TO TRUE
002940     END-START.
002950     PERFORM 既存引継削除明細 UNTIL 引継終了.
002960*
002970 既存引継削除明細.
002980     READ 歩合引継ファイル NEXT RECORD
002990       AT END
003000         SET 引継終了 TO TRUE
003010       NOT AT END
003020         IF 歩合支給年月 = 対象支給年月
003030           DELETE 歩合引継ファイル
003040           ADD 1 TO 置換件数
003050         END-IF
003060     END-READ.
003070*
003080 担当者読込.
003090     READ 営業担当者マスタ NEXT RECORD
003100       AT END
003110         SET 担当者終了 TO TRUE
003120     END-READ.
003130*
003140*　担当者１名分の明細書。当月の売上が無い担当者は出さない。
003150*
003160 担当者別明細書.
003170     MOVE 0 TO 担当売上計.
003180     MOVE 0 TO 担当件数計.
003190     PERFORM 担当売上合計
003200         VARYING 集計添字 FROM 1 BY 1
003210         UNTIL 集計添字 > 集計登録数.
003220     IF 担当件数計 = 0
003230       PERFORM 担当者読込
003240       EXIT PARAGRAPH
003250     END-IF.
003260     ADD 1 TO 担当者件数.
003270     MOVE SPACE TO 明細書行.
003280     STRING "*** 営業歩合明細書 売上月 " 対象年月
003290            " 支給月 " 対象支給年月 " ***"
003300            DELIMITED BY SIZE INTO 明細書行.
003310     WRITE 明細書行.
003320     MOVE SPACE TO 明細書行.
003330     STRING "担当：" 担当コード " " 担当者名
003340            " 部門：" 担当部門コード
003350            " 従業員番号：" 担当従業員番号
003360            DELIMITED BY SIZE INTO 明細書行.
003370     WRITE 明細書行.
003380     MOVE "  得意先 得意先名" &
003390          "                                   " &
003400          "件数    純売上金額"
003410       TO 明細書行.
003420     WRITE 明細書行.
003430     PERFORM 得意先明細出力
003440         VARYING 集計添字 FROM 1 BY 1
003450         UNTIL 集計添字 > 集計登録数.
003460     IF 担当売上計 > 0
003470       COMPUTE 担当歩合額 = 担当売上計 * 歩合率 / 100
003480     ELSE
003490       MOVE 0 TO 担当歩合額
003500     END-IF.
003510     MOVE "担当者計"   TO 合計見出し.
003520     MOVE 担当売上計   TO 編集合計売上.
003530     MOVE 歩合率       TO 編集歩合率.
003540     MOVE 担当歩合額   TO 編集歩合額.
003550     MOVE 合計行編集域 TO 明細書行.
003560     WRITE 明細書行.
003570     PERFORM 歩合引継出力.
003580     MOVE SPACE TO 明細書行.
003590     WRITE 明細書行.
003600     PERFORM 担当者読込.
003610*
003620 担当売上合計.
003630     IF 集計担当コード(集計添字) = 担当コード
003640       ADD 集計売上金額(集計添字) TO 担当売上計
003650       ADD 集計件数(集計添字) TO 担当件数計
003660     END-IF.
003670*
003680 得意先明細出力.
003690     IF 集計担当コード(集計添字) NOT = 担当コード
003700       EXIT PARAGRAPH
003710     END-IF.
003720     SET 集計出力済(集計添字) TO TRUE.
003730     MOVE 集計得意先コード(集計添字)
003740       TO 編集得意先コード.
003750     MOVE SPACE TO 編集得意先名.
003760     IF 得意先使用可
003770       MOVE 集計得意先コード(集計添字)
003780         TO 得意先コード OF 得意先マスタレコード
003790       READ 得意先マスタ
003800         INVALID KEY
003810           CONTINUE
003820         NOT INVALID KEY
003830           MOVE 得意先名 TO 編集得意先名
003840       END-READ
003850     END-IF.
003860     MOVE 集計件数(集計添字)     TO 編集件数.
003870     MOVE 集計売上金額(集計添字) TO 編集売上金額.
003880     MOVE 明細行編集域 TO 明細書行.
003890     WRITE 明細書行.
003900*
003910*　従業員番号の無い担当者と歩合が０の担当者は引き継がない。
003920*　複数の担当コードが同じ従業員に当たるときは合算する。
003930*
003940 歩合引継出力.
003950     IF 担当従業員番号 = 0
003960       IF 担当歩合額 NOT = 0
003970         ADD 1 TO 引継対象外件数
003980       END-IF
003990       EXIT PARAGRAPH
004000     END-IF.
004010     IF 担当歩合額 = 0
004020       EXIT PARAGRAPH
004030     END-IF.
004040     MOVE 担当従業員番号 TO 歩合従業員番号.
004050     MOVE 対象支給年月   TO 歩合支給年月.
004060     READ 歩合引継ファイル
004070       INVALID KEY
004080         MOVE 対象年月       TO 歩合売上年月
004090         MOVE 担当コード     TO 歩合担当コード
004100         MOVE 担当売上計     TO 歩合対象売上
004110         MOVE 担当歩合額     TO 歩合金額
004120         MOVE 現在日時１４   TO 歩合登録日時
004130         WRITE 歩合引継レコード
004140         ADD 1 TO 引継件数
004150       NOT INVALID KEY
004160         ADD 担当売上計      TO 歩合対象売上
004170         ADD 担当歩合額      TO 歩合金額
004180         REWRITE 歩合引継レコード
004190     END-READ.
004200*
004210*　どの担当者の明細書にも出なかった売上（担当なし・担当者
004220*　未登録）を別掲する。
004230*
004240 別掲出力.
004250     MOVE "*** 担当なし・担当者未登録の売上" &
004255          "（歩合対象外） ***"
004260       TO 明細書行.
004270     WRITE 明細書行.
004280     PERFORM 別掲明細出力
004290         VARYING 集計添字 FROM 1 BY 1
004300         UNTIL 集計添字 > 集計登録数.
004310     MOVE SPACE        TO 合計行編集域.
004320     MOVE "別掲計"     TO 合計見出し.
004330     MOVE 別掲売上計   TO 編集合計売上.
004340     MOVE 合計行編集域(1:34) TO 明細書行.
004350     WRITE 明細書行.
004360*
004370 別掲明細出力.
004380     IF 集計出力済(集計添字)
004390       EXIT PARAGRAPH
004400     END-IF.
004410     MOVE 集計担当コード(集計添字)
004415       TO 編集別掲担当.
004420     MOVE 集計得意先コード(集計添字)
004425       TO 編集別掲得意先.
004430     MOVE 集計件数(集計添字)
004435       TO 編集別掲件数.
004440     MOVE 集計売上金額(集計添字)
004445       TO 編集別掲売上.
004450     MOVE 別掲行編集域 TO 明細書行.
004460     WRITE 明細書行.
004470     ADD 集計売上金額(集計添字) TO 別掲売上計.
