000010*=====================================================================
000020*　労働保険料率マスタ保守　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　雇用保険の本人負担率・会社負担率と労災保険率を，事業の種類
000050*　（１：一般　２：農林水産・清酒製造　３：建設）と適用開始日
000060*　をキーに保持する。事業の種類は部門マスタ（BUMONMST）の部門
000070*　ごとに持つ。料率改定（通常は４月１日）は新しい適用開始日の
000080*　レコードを登録するだけで済む。
000090*
000100*　　本プログラムは登録・変更・削除・一覧の保守ユーティリティ。
000110*
000120*                              Copyright 1998-2015 FUJITSU LIMITED
000130*=====================================================================
000140 IDENTIFICATION     DIVISION.
000150 PROGRAM-ID.   KOYOMNT.
000160 ENVIRONMENT  DIVISION.
000170 INPUT-OUTPUT  SECTION.
000180 FILE-CONTROL.
000190     SELECT OPTIONAL 労働料率ファイル
000200       ASSIGN TO "KOYORM"
000210       ORGANIZATION IS INDEXED
000220       ACCESS MODE  IS DYNAMIC
000230       RECORD KEY   IS 労働料率キー
000240       FILE STATUS  IS 労働料率状態.
000250 DATA  DIVISION.
000260 FILE  SECTION.
000270 FD  労働料率ファイル.
000280 01  労働料率レコード.
000290     02  労働料率キー.
000300         03  料率事業区分    PIC  X(001).
000310             88  一般の事業      VALUE "1".
000320             88  農林水産清酒    VALUE "2".
000330             88  建設の事業      VALUE "3".
000340         03  料率適用開始日  PIC  9(008).
000350     02  雇用本人率          PIC  9V9(005).
000360     02  雇用会社率          PIC  9V9(005).
000370     02  労災保険率          PIC  9V9(005).
000380 WORKING-STORAGE  SECTION.
000390 01  労働料率状態            PIC  X(02).
000400     88  労働料率正常        VALUE "00" "05".
000410 01  処理区分                PIC  9(01).
000420 01  終了区分                PIC  9(01)  VALUE 0.
000430     88  保守終了            VALUE 9.
000440 01  一覧終了フラグ          PIC  X(01).
000450     88  一覧終了            VALUE "Y".
000460*
000470 PROCEDURE  DIVISION.
000480     OPEN I-O 労働料率ファイル.
000490     PERFORM 保守メニュー処理 UNTIL 保守終了.
000500     CLOSE 労働料率ファイル.
000510     STOP RUN.
000520*
000530 保守メニュー処理.
000540     DISPLAY "労働保険料率マスタ保守".
000550     DISPLAY "1:登録・変更 2:削除 3:一覧 9:終了".
000560     ACCEPT 処理区分 FROM CONSOLE.
000570     EVALUATE 処理区分
000580       WHEN 1
000590         PERFORM 登録変更処理
000600       WHEN 2
000610         PERFORM 削除処理
000620       WHEN 3
000630         PERFORM 一覧処理
000640       WHEN 9
000650         MOVE 9 TO 終了区分
000660     END-EVALUATE.
000670*
000680 登録変更処理.
000690     PERFORM キー入力.
000700     IF NOT 一般の事業 AND NOT 農林水産清酒
000710        AND NOT 建設の事業
000720       DISPLAY "事業の種類に誤りがあります"
000730       EXIT PARAGRAPH
000740     END-IF.
000750     READ 労働料率ファイル
000760       INVALID KEY
000770         PERFORM 項目入力
000780         WRITE 労働料率レコード
000790         DISPLAY "登録しました"
000800       NOT INVALID KEY
000810         PERFORM 項目入力
000820         REWRITE 労働料率レコード
000830         DISPLAY "変更しました"
000840     END-READ.
000850*
000860 キー入力.
000865     DISPLAY "事業の種類を入力".
000870     DISPLAY "(1:一般 2:農林水産・清酒 3:建設)".
000880     ACCEPT 料率事業区分 FROM CONSOLE.
000890     DISPLAY "適用開始日を入力(YYYYMMDD)".
000900     ACCEPT 料率適用開始日 FROM CONSOLE.
000910*
000920*　料率は小数（例：6/1000は0.00600）で入力する。
000930*
000940 項目入力.
000950     DISPLAY "雇用保険 本人負担率(例 0.00600)".
000960     ACCEPT 雇用本人率 FROM CONSOLE.
000970     DISPLAY "雇用保険 会社負担率(例 0.00950)".
000980     ACCEPT 雇用会社率 FROM CONSOLE.
000990     DISPLAY "労災保険率(例 0.00300)".
001000     ACCEPT 労災保険率 FROM CONSOLE.
001010*
001020 削除処理.
001030     PERFORM キー入力.
001040     READ 労働料率ファイル
001050       INVALID KEY
001060         DISPLAY "登録がありません"
001070       NOT INVALID KEY
001080         DELETE 労働料率ファイル
001090         DISPLAY "削除しました"
001100     END-READ.
001110*
001120 一覧処理.
001130     MOVE "N" TO 一覧終了フラグ.
001140     MOVE LOW-VALUE TO 労働料率キー.
001150     START 労働料率ファイル KEY > 労働料率キー
001160       INVALID KEY
001170         SET 一覧終了 TO TRUE
001180     END-START.
001190     PERFORM 一覧明細 UNTIL 一覧終了.
001200*
001210 一覧明細.
001220     READ 労働料率ファイル NEXT RECORD
001230       AT END
001240         SET 一覧終了 TO TRUE
001250       NOT AT END
001260         DISPLAY "区分:" 料率事業区分
001270                 " 開始:" 料率適用開始日
001280                 " 雇用:" 雇用本人率 "/" 雇用会社率
001290                 " 労災:" 労災保険率
001300     END-READ.
001310 END PROGRAM KOYOMNT.
001320*
001330*=====================================================================
001340*　雇用保険料計算サブルーチン。事業の種類・基準日・賃金額を渡す
001350*　と，基準日に有効な（適用開始日が基準日以前で最も新しい）料率
001360*　で雇用保険料の本人負担額を求め，あわせて適用した料率を返す。
001370*　料率が無ければ結果１を返し，呼び出し元は控除なしで続行する
001380*　（段階移行）。事業の種類が空白の場合は一般の事業とする。
001390*
001400*　　本人負担額は給与から控除するため円未満５０銭以下を切り捨て，
001410*　５０銭を超える端数を切り上げる。年度更新（RODONEN）は賃金額
001420*　０で呼び出して料率だけを使う。
001430*
001440*　パラメータ：
001450*　　入力１：雇用事業区分 X(1)
001460*　　入力２：雇用基準日 9(8)
001470*　　入力３：雇用賃金額 S9(9)
001480*　　出力１：雇用保険料額 S9(8)（本人負担）
001490*　　出力２：雇用料率域（本人率・会社率・労災率 各9V9(5)）
001500*　　出力３：雇用計算結果（０：算出済／１：料率なし）
001510*=====================================================================
001520 IDENTIFICATION     DIVISION.
001530 PROGRAM-ID.   "雇用保険料計算".
001540 ENVIRONMENT  DIVISION.
001550 INPUT-OUTPUT  SECTION.
001560 FILE-CONTROL.
001570     SELECT OPTIONAL 労働料率ファイル
001580       ASSIGN TO "KOYORM"
001590       ORGANIZATION IS INDEXED
001600       ACCESS MODE  IS DYNAMIC
001610       RECORD KEY   IS 労働料率キー
001620       FILE STATUS  IS 労働料率状態.
001630 DATA  DIVISION.
001640 FILE  SECTION.
001650 FD  労働料率ファイル.
001660 01  労働料率レコード.
001670     02  労働料率キー.
001680         03  料率事業区分    PIC  X(001).
001690         03  料率適用開始日  PIC  9(008).
001700     02  雇用本人率          PIC  9V9(005).
001710     02  雇用会社率          PIC  9V9(005).
001720     02  労災保険率          PIC  9V9(005).
001730 WORKING-STORAGE  SECTION.
001740 01  労働料率状態            PIC  X(02).
001750     88  労働料率正常        VALUE "00".
001760 01  走査終了フラグ          PIC  X(01).
001770     88  走査終了            VALUE "Y".
001780 01  料率有無フラグ          PIC  X(01).
001790     88  料率あり            VALUE "Y".
001800 01  検索事業区分            PIC  X(01).
001810 01  本人額端数込            PIC S9(09)V9(05).
001820 01  本人額円                PIC S9(09).
001830 LINKAGE  SECTION.
001840 01  雇用事業区分            PIC  X(01).
001850 01  雇用基準日              PIC  9(08).
001860 01  雇用賃金額              PIC S9(09).
001870 01  雇用保険料額            PIC S9(08).
001880 01  雇用料率域.
001890     02  適用雇用本人率      PIC  9V9(005).
001900     02  適用雇用会社率      PIC  9V9(005).
001910     02  適用労災保険率      PIC  9V9(005).
001920 01  雇用計算結果            PIC  9(01).
001930 PROCEDURE  DIVISION USING 雇用事業区分 雇用基準日
001940                           雇用賃金額 雇用保険料額
001950                           雇用料率域 雇用計算結果.
001960 計算開始.
001970     MOVE 0 TO 雇用保険料額.
001980     MOVE 0 TO 適用雇用本人率.
001990     MOVE 0 TO 適用雇用会社率.
002000     MOVE 0 TO 適用労災保険率.
002010     MOVE 1 TO 雇用計算結果.
002020     MOVE 雇用事業区分 TO 検索事業区分.
002030     IF 検索事業区分 = SPACE
002040       MOVE "1" TO 検索事業区分
002050     END-IF.
002060     OPEN INPUT 労働料率ファイル.
002070     IF NOT 労働料率正常
002080       CLOSE 労働料率ファイル
002090       EXIT PROGRAM
002100     END-IF.
002110*
002120*　区分内を開始日順に読み，基準日を超えない最後の料率を採る。
002130*
002140     MOVE "N" TO 料率有無フラグ.
002150     MOVE "N" TO 走査終了フラグ.
002160     MOVE 検索事業区分 TO 料率事業区分.
002170     MOVE 0 TO 料率適用開始日.
002180     START 労働料率ファイル KEY NOT < 労働料率キー
002190       INVALID KEY
002200         SET 走査終了 TO TRUE
002210     END-START.
002220     PERFORM 料率走査 UNTIL 走査終了.
002230     CLOSE 労働料率ファイル.
002240     IF NOT 料率あり
002250       EXIT PROGRAM
002260     END-IF.
002270*
002275     COMPUTE 本人額端数込
002280       = 雇用賃金額 * 適用雇用本人率.
002290     MOVE 本人額端数込 TO 本人額円.
002300     IF 本人額端数込 - 本人額円 > 0.5
002310       ADD 1 TO 本人額円
002320     END-IF.
002330     MOVE 本人額円 TO 雇用保険料額.
002340     MOVE 0 TO 雇用計算結果.
002350     EXIT PROGRAM.
002360*
002370 料率走査.
002380     READ 労働料率ファイル NEXT RECORD
002390       AT END
002400         SET 走査終了 TO TRUE
002410       NOT AT END
002420         IF 料率事業区分 NOT = 検索事業区分
002430            OR 料率適用開始日 > 雇用基準日
002440           SET 走査終了 TO TRUE
002450         ELSE
002460           SET 料率あり TO TRUE
002470           MOVE 雇用本人率 TO 適用雇用本人率
002480           MOVE 雇用会社率 TO 適用雇用会社率
002490           MOVE 労災保険率 TO 適用労災保険率
002500         END-IF
002510     END-READ.
002520 END PROGRAM "雇用保険料計算".
