000010*=====================================================================
000020*　勤務区分マスタ保守　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　勤務区分（始業・終業・休憩・コアタイム・清算期間）を保持する
000050*　勤務区分マスタ（KINMUKBM）と，従業員ごとにどの日からどの勤務
000060*　区分で働くかを持つ勤務割当ファイル（KINMUWAR）を登録・変更・
000070*　削除・一覧する。割当は開始日から次の割当の前日まで有効で，
000080*　交替勤務の従業員は勤務する日ごとに割り当ててもよい。
000090*　　割当の無い従業員には勤務区分００（標準勤務）を適用する。
000100*
000110*                              Copyright 1998-2015 FUJITSU LIMITED
000120*=====================================================================
000130 IDENTIFICATION     DIVISION.
000140 PROGRAM-ID.   KINMUKBN.
000150 ENVIRONMENT  DIVISION.
000160 INPUT-OUTPUT  SECTION.
000170 FILE-CONTROL.
000180     SELECT OPTIONAL 勤務区分マスタファイル
000190       ASSIGN TO "KINMUKBM"
000200       ORGANIZATION IS INDEXED
000210       ACCESS MODE  IS DYNAMIC
000220       RECORD KEY   IS 勤務区分コード
000230       FILE STATUS  IS 勤務区分状態.
000240     SELECT OPTIONAL 勤務割当ファイル
000250       ASSIGN TO "KINMUWAR"
000260       ORGANIZATION IS INDEXED
000270       ACCESS MODE  IS DYNAMIC
000280       RECORD KEY   IS 割当キー
000290       FILE STATUS  IS 勤務割当状態.
000300     SELECT 社員マスタファイル
000310       ASSIGN TO "SHAINM"
000320       ORGANIZATION IS INDEXED
000330       ACCESS MODE  IS RANDOM
000340       RECORD KEY   IS 社員番号
000350       FILE STATUS  IS 社員マスタ状態.
000360 DATA  DIVISION.
000370 FILE  SECTION.
000380 FD  勤務区分マスタファイル.
000390     COPY KINMUKBR.
000400 FD  勤務割当ファイル.
000410 01  勤務割当レコード.
000420     02  割当キー.
000430         03  割当従業員番号  PIC  9(004).
000440         03  割当開始日      PIC  9(008).
000450     02  割当勤務区分        PIC  X(002).
000460 FD  社員マスタファイル.
000470     COPY SHAINMR.
000480 WORKING-STORAGE  SECTION.
000490 01  勤務区分状態            PIC  X(02).
000500     88  勤務区分正常        VALUE "00" "05".
000510 01  勤務割当状態            PIC  X(02).
000520     88  勤務割当正常        VALUE "00" "05".
000530 01  社員マスタ状態          PIC  X(02).
000540     88  社員マスタ正常      VALUE "00" "05".
000550 01  処理区分                PIC  9(01).
000560 01  終了区分                PIC  9(01)  VALUE 0.
000570     88  保守終了            VALUE 9.
000580 01  一覧終了フラグ          PIC  X(01).
000590     88  一覧終了            VALUE "Y".
000600 01  既存フラグ              PIC  X(01).
000610 01  入力エラー              PIC  X(01).
000620     88  入力誤り            VALUE "Y".
000630 01  参照件数                PIC  9(05).
000640 01  削除区分コード          PIC  X(02).
000650 01  一覧従業員番号          PIC  9(04).
000660 01  始業分                  PIC S9(05).
000670 01  終業分                  PIC S9(05).
000680 01  拘束分                  PIC S9(05).
000690*
000700 PROCEDURE  DIVISION.
000710     OPEN I-O 勤務区分マスタファイル.
000720     OPEN I-O 勤務割当ファイル.
000730     IF NOT 勤務区分正常 OR NOT 勤務割当正常
000740       DISPLAY "勤務区分ファイルが開けません"
000750       STOP RUN
000760     END-IF.
000770     OPEN INPUT 社員マスタファイル.
000780     PERFORM 保守メニュー処理 UNTIL 保守終了.
000790     CLOSE 社員マスタファイル.
000800     CLOSE 勤務割当ファイル.
000810     CLOSE 勤務区分マスタファイル.
000820     STOP RUN.
000830*
000840 保守メニュー処理.
000850     DISPLAY "勤務区分マスタ保守".
000860     DISPLAY "1:区分登録・変更 2:区分削除"
000865             " 3:区分一覧".
000870     DISPLAY "4:割当登録 5:割当削除"
000875             " 6:割当一覧 9:終了".
000880     ACCEPT 処理区分 FROM CONSOLE.
000890     EVALUATE 処理区分
000900       WHEN 1
000910         PERFORM 区分登録変更処理
000920             THRU 区分登録変更処理出口
000930       WHEN 2
000940         PERFORM 区分削除処理
000950             THRU 区分削除処理出口
000960       WHEN 3
000970         PERFORM 区分一覧処理
000980       WHEN 4
000990         PERFORM 割当登録処理
001000             THRU 割当登録処理出口
001010       WHEN 5
001020         PERFORM 割当削除処理
001030       WHEN 6
001040         PERFORM 割当一覧処理
001050       WHEN 9
001060         MOVE 9 TO 終了区分
001070     END-EVALUATE.
001080*
001090 区分登録変更処理.
001100     DISPLAY "勤務区分コードを入力してください".
001110     ACCEPT 勤務区分コード FROM CONSOLE.
001120     MOVE "Y" TO 既存フラグ.
001130     READ 勤務区分マスタファイル
001140       INVALID KEY
001150         MOVE "N" TO 既存フラグ
001160     END-READ.
001170     PERFORM 区分項目入力.
001180     PERFORM 区分項目検査.
001190     IF 入力誤り
001200       GO TO 区分登録変更処理出口
001210     END-IF.
001220     IF 既存フラグ = "Y"
001230       REWRITE 勤務区分レコード
001240       DISPLAY "変更しました"
001250     ELSE
001260       WRITE 勤務区分レコード
001270       DISPLAY "登録しました"
001280     END-IF.
001290*
001300 区分登録変更処理出口.
001310     EXIT.
001320*
001330 区分項目入力.
001340     DISPLAY "勤務区分名を入力してください".
001350     ACCEPT 勤務区分名 FROM CONSOLE.
001360     DISPLAY "勤務形態(1:定時・シフト"
001365             " 2:フレックス)".
001370     ACCEPT 勤務形態 FROM CONSOLE.
001380     IF フレックス勤務
001390       DISPLAY "フレキシブルタイム開始(HHMM)"
001400       ACCEPT 所定始業時刻 FROM CONSOLE
001410       DISPLAY "フレキシブルタイム終了(HHMM)"
001420       ACCEPT 所定終業時刻 FROM CONSOLE
001430     ELSE
001440       DISPLAY "始業時刻を入力してください(HHMM)"
001450       ACCEPT 所定始業時刻 FROM CONSOLE
001460       DISPLAY "終業時刻を入力してください(HHMM)"
001470       ACCEPT 所定終業時刻 FROM CONSOLE
001480     END-IF.
001490     DISPLAY "休憩時間を入力してください(分)".
001500     ACCEPT 所定休憩分 FROM CONSOLE.
001510     IF フレックス勤務
001520       DISPLAY "コアタイム開始(HHMM 無ければ0)"
001530       ACCEPT コア開始時刻 FROM CONSOLE
001540       DISPLAY "コアタイム終了(HHMM 無ければ0)"
001550       ACCEPT コア終了時刻 FROM CONSOLE
001560       DISPLAY "１日の標準労働時間(分)"
001570       ACCEPT 所定労働分 FROM CONSOLE
001580       DISPLAY "清算期間の月数(1〜3)"
001590       ACCEPT 清算期間月数 FROM CONSOLE
001600       DISPLAY "清算期間の起算月(MM)"
001610       ACCEPT 清算起算月 FROM CONSOLE
001620     ELSE
001630       MOVE 0 TO コア開始時刻 コア終了時刻
001640       MOVE 1 TO 清算期間月数
001650       MOVE 1 TO 清算起算月
001660     END-IF.
001670*
001680*　時刻の範囲と清算期間を検査し，定時勤務は始業から終業までの
001690*　時間から休憩を引いて所定労働時間を求める。
001700*
001710 区分項目検査.
001720     MOVE "N" TO 入力エラー.
001730     IF NOT 定時勤務 AND NOT フレックス勤務
001740       DISPLAY "勤務形態に誤りがあります"
001750       SET 入力誤り TO TRUE
001760       EXIT PARAGRAPH
001770     END-IF.
001780     IF 所定始業時 > 23 OR 所定始業分 > 59
001790        OR 所定終業時 > 23 OR 所定終業分 > 59
001800        OR コア開始時 > 23 OR コア開始分 > 59
001810        OR コア終了時 > 23 OR コア終了分 > 59
001820       DISPLAY "時刻が範囲外です"
001830       SET 入力誤り TO TRUE
001840       EXIT PARAGRAPH
001850     END-IF.
001860     IF コア終了時刻 < コア開始時刻
001870       DISPLAY "コアタイムの終了が開始より前です"
001880       SET 入力誤り TO TRUE
001890       EXIT PARAGRAPH
001900     END-IF.
001910     IF 清算期間月数 < 1 OR 清算期間月数 > 3
001920        OR 清算起算月 < 1 OR 清算起算月 > 12
001930       DISPLAY "清算期間に誤りがあります"
001940       SET 入力誤り TO TRUE
001950       EXIT PARAGRAPH
001960     END-IF.
001970     IF 定時勤務
001980       COMPUTE 始業分 = 所定始業時 * 60 + 所定始業分
001990       COMPUTE 終業分 = 所定終業時 * 60 + 所定終業分
002000       IF 終業分 <= 始業分
002010         ADD 1440 TO 終業分
002020       END-IF
002030       COMPUTE 拘束分 = 終業分 - 始業分 - 所定休憩分
002040       IF 拘束分 NOT > 0
002050         DISPLAY "休憩が勤務時間より長すぎます"
002060         SET 入力誤り TO TRUE
002070         EXIT PARAGRAPH
002080       END-IF
002090       MOVE 拘束分 TO 所定労働分
002100     END-IF.
002110     IF 所定労働分 = 0
002120       DISPLAY "標準労働時間に誤りがあります"
002130       SET 入力誤り TO TRUE
002140     END-IF.
002150*
002160*　割当から参照されている区分は削除しない。
002170*
002180 区分削除処理.
002190     DISPLAY "勤務区分コードを入力してください".
002200     ACCEPT 削除区分コード FROM CONSOLE.
002210     MOVE 0 TO 参照件数.
002220     MOVE "N" TO 一覧終了フラグ.
002230     MOVE LOW-VALUE TO 割当キー.
002240     START 勤務割当ファイル KEY > 割当キー
002250       INVALID KEY
002260         SET 一覧終了 TO TRUE
002270     END-START.
002280     PERFORM 割当参照確認 UNTIL 一覧終了.
002290     IF 参照件数 NOT = 0
002300       DISPLAY "割当で使用中のため削除できません"
002305               " 件数："
002310               参照件数
002320       GO TO 区分削除処理出口
002330     END-IF.
002340     MOVE 削除区分コード TO 勤務区分コード.
002350     READ 勤務区分マスタファイル
002360       INVALID KEY
002370         DISPLAY "登録がありません"
002380       NOT INVALID KEY
002390         DELETE 勤務区分マスタファイル
002400         DISPLAY "削除しました"
002410     END-READ.
002420*
002430 区分削除処理出口.
002440     EXIT.
002450*
002460 割当参照確認.
002470     READ 勤務割当ファイル NEXT RECORD
002480       AT END
002490         SET 一覧終了 TO TRUE
002500       NOT AT END
002510         IF 割当勤務区分 = 削除区分コード
002520           ADD 1 TO 参照件数
002530         END-IF
002540     END-READ.
002550*
002560 区分一覧処理.
002570     MOVE "N" TO 一覧終了フラグ.
002580     MOVE LOW-VALUE TO 勤務区分コード.
002590     START 勤務区分マスタファイル
002595       KEY > 勤務区分コード
002600       INVALID KEY
002610         SET 一覧終了 TO TRUE
002620     END-START.
002630     PERFORM 区分一覧明細 UNTIL 一覧終了.
002640*
002650 区分一覧明細.
002660     READ 勤務区分マスタファイル NEXT RECORD
002670       AT END
002680         SET 一覧終了 TO TRUE
002690       NOT AT END
002700         DISPLAY 勤務区分コード " " 勤務区分名
002710                 " 形態:" 勤務形態
002720                 " " 所定始業時刻 "-" 所定終業時刻
002730                 " 休憩:" 所定休憩分
002740         DISPLAY "   コア:" コア開始時刻
002745                 "-" コア終了時刻
002750                 " 所定:" 所定労働分
002760                 " 清算:" 清算期間月数 "箇月 起算:"
002770                 清算起算月
002780     END-READ.
002790*
002800 割当登録処理.
002810     DISPLAY "従業員番号を入力してください".
002820     ACCEPT 割当従業員番号 FROM CONSOLE.
002830     MOVE 割当従業員番号 TO 社員番号.
002840     READ 社員マスタファイル
002850       INVALID KEY
002860         DISPLAY "社員マスタに登録がありません"
002870         GO TO 割当登録処理出口
002880     END-READ.
002890     DISPLAY "適用開始日を入力(YYYYMMDD)".
002900     ACCEPT 割当開始日 FROM CONSOLE.
002910     MOVE "Y" TO 既存フラグ.
002920     READ 勤務割当ファイル
002930       INVALID KEY
002940         MOVE "N" TO 既存フラグ
002950     END-READ.
002960     DISPLAY "勤務区分コードを入力してください".
002970     ACCEPT 割当勤務区分 FROM CONSOLE.
002980     MOVE 割当勤務区分 TO 勤務区分コード.
002990     READ 勤務区分マスタファイル
003000       INVALID KEY
003010         DISPLAY "勤務区分が未登録です"
003020         GO TO 割当登録処理出口
003030     END-READ.
003040     IF 既存フラグ = "Y"
003050       REWRITE 勤務割当レコード
003060       DISPLAY "変更しました"
003070     ELSE
003080       WRITE 勤務割当レコード
003090       DISPLAY "登録しました"
003100     END-IF.
003110*
003120 割当登録処理出口.
003130     EXIT.
003140*
003150 割当削除処理.
003160     DISPLAY "従業員番号を入力してください".
003170     ACCEPT 割当従業員番号 FROM CONSOLE.
003180     DISPLAY "適用開始日を入力(YYYYMMDD)".
003190     ACCEPT 割当開始日 FROM CONSOLE.
003200     READ 勤務割当ファイル
003210       INVALID KEY
003220         DISPLAY "登録がありません"
003230       NOT INVALID KEY
003240         DELETE 勤務割当ファイル
003250         DISPLAY "削除しました"
003260     END-READ.
003270*
003280 割当一覧処理.
003290     DISPLAY "従業員番号を入力してください".
003300     ACCEPT 一覧従業員番号 FROM CONSOLE.
003310     MOVE "N" TO 一覧終了フラグ.
003320     MOVE 一覧従業員番号 TO 割当従業員番号.
003330     MOVE 0 TO 割当開始日.
003340     START 勤務割当ファイル KEY NOT < 割当キー
003350       INVALID KEY
003360         SET 一覧終了 TO TRUE
003370     END-START.
003380     PERFORM 割当一覧明細 UNTIL 一覧終了.
003390*
003400 割当一覧明細.
003410     READ 勤務割当ファイル NEXT RECORD
003420       AT END
003430         SET 一覧終了 TO TRUE
003440       NOT AT END
003450         IF 割当従業員番号 NOT = 一覧従業員番号
003460           SET 一覧終了 TO TRUE
003470         ELSE
003480           DISPLAY 割当開始日 "から 勤務区分:"
003490                   割当勤務区分
003500         END-IF
003510     END-READ.
003520 END PROGRAM KINMUKBN.
003530*
003540*=====================================================================
003550*　勤務区分取得サブルーチン。従業員番号と日付を渡すと，その日に
003560*　その従業員へ割り当てた勤務区分（勤務区分レコードの様式）を
003570*　返す。割当は開始日がその日以前のもののうち最も新しいものを
003580*　使う。割当の無い従業員は勤務区分００（標準勤務）を返し，それ
003590*　も無い場合は始業９時・終業１８時・休憩６０分の定時勤務を返す。
003600*
003610*　パラメータ：
003620*　　入力１：取得従業員番号 9(4)
003630*　　入力２：取得対象日 9(8)
003640*　　出力１：取得勤務区分（勤務区分レコードの様式）
003650*　　出力２：取得結果（０：割当あり／１：標準勤務／２：既定値）
003660*=====================================================================
003670 IDENTIFICATION     DIVISION.
003680 PROGRAM-ID.   "勤務区分取得".
003690 ENVIRONMENT  DIVISION.
003700 INPUT-OUTPUT  SECTION.
003710 FILE-CONTROL.
003720     SELECT OPTIONAL 勤務区分マスタファイル
003730       ASSIGN TO "KINMUKBM"
003740       ORGANIZATION IS INDEXED
003750       ACCESS MODE  IS RANDOM
003760       RECORD KEY   IS 勤務区分コード
003770       FILE STATUS  IS 勤務区分状態.
003780     SELECT OPTIONAL 勤務割当ファイル
003790       ASSIGN TO "KINMUWAR"
003800       ORGANIZATION IS INDEXED
003810       ACCESS MODE  IS DYNAMIC
003820       RECORD KEY   IS 割当キー
003830       FILE STATUS  IS 勤務割当状態.
003840 DATA  DIVISION.
003850 FILE  SECTION.
003860 FD  勤務区分マスタファイル.
003870     COPY KINMUKBR.
003880 FD  勤務割当ファイル.
003890 01  勤務割当レコード.
003900     02  割当キー.
003910         03  割当従業員番号  PIC  9(004).
003920         03  割当開始日      PIC  9(008).
003930     02  割当勤務区分        PIC  X(002).
003940 WORKING-STORAGE  SECTION.
003950 01  勤務区分状態            PIC  X(02).
003960     88  勤務区分正常        VALUE "00".
003970 01  勤務割当状態            PIC  X(02).
003980     88  勤務割当正常        VALUE "00".
003990 01  割当終了フラグ          PIC  X(01).
004000     88  割当終了            VALUE "Y".
004010 01  適用勤務区分            PIC  X(02).
004020 01  区分有無フラグ          PIC  X(01).
004030     88  区分あり            VALUE "Y".
004040*
004050*　標準勤務の勤務区分コード。
004060*
004070 01  標準勤務区分            PIC  X(02)  VALUE "00".
004080 LINKAGE  SECTION.
004090 01  取得従業員番号          PIC  9(04).
004100 01  取得対象日              PIC  9(08).
004110 01  取得勤務区分            PIC  X(48).
004120 01  取得結果                PIC  9(01).
004130 PROCEDURE  DIVISION USING 取得従業員番号 取得対象日
004140                           取得勤務区分 取得結果.
004150 取得開始.
004160     MOVE SPACE TO 適用勤務区分.
004170     MOVE "N" TO 区分有無フラグ.
004180     OPEN INPUT 勤務区分マスタファイル.
004190     OPEN INPUT 勤務割当ファイル.
004200     IF 勤務割当正常
004210       PERFORM 割当検索
004220     END-IF.
004230     IF 勤務区分正常
004240       IF 適用勤務区分 NOT = SPACE
004250         MOVE 0 TO 取得結果
004260         PERFORM 区分読込
004270       END-IF
004280       IF NOT 区分あり
004290         MOVE 1 TO 取得結果
004300         MOVE 標準勤務区分 TO 適用勤務区分
004310         PERFORM 区分読込
004320       END-IF
004330     END-IF.
004340     CLOSE 勤務割当ファイル.
004350     CLOSE 勤務区分マスタファイル.
004360     IF NOT 区分あり
004370       MOVE 2 TO 取得結果
004380       PERFORM 既定勤務設定
004390     END-IF.
004400     MOVE 勤務区分レコード TO 取得勤務区分.
004410     EXIT PROGRAM.
004420*
004430*　その従業員の割当を開始日順に読み，対象日以前で最後のものを
004440*　適用する。
004450*
004460 割当検索.
004470     MOVE "N" TO 割当終了フラグ.
004480     MOVE 取得従業員番号 TO 割当従業員番号.
004490     MOVE 0 TO 割当開始日.
004500     START 勤務割当ファイル KEY NOT < 割当キー
004510       INVALID KEY
004520         SET 割当終了 TO TRUE
004530     END-START.
004540     PERFORM 割当検索明細 UNTIL 割当終了.
004550*
004560 割当検索明細.
004570     READ 勤務割当ファイル NEXT RECORD
004580       AT END
004590         SET 割当終了 TO TRUE
004600       NOT AT END
004610         IF 割当従業員番号 NOT = 取得従業員番号
004620            OR 割当開始日 > 取得対象日
004630           SET 割当終了 TO TRUE
004640         ELSE
004650           MOVE 割当勤務区分 TO 適用勤務区分
004660         END-IF
004670     END-READ.
004680*
004690 区分読込.
004700     MOVE 適用勤務区分 TO 勤務区分コード.
004710     READ 勤務区分マスタファイル
004720       INVALID KEY
004730         MOVE "N" TO 区分有無フラグ
004740       NOT INVALID KEY
004750         SET 区分あり TO TRUE
004760     END-READ.
004770*
004780 既定勤務設定.
004790     INITIALIZE 勤務区分レコード.
004800     MOVE 標準勤務区分 TO 勤務区分コード.
004810     MOVE "1"  TO 勤務形態.
004820     MOVE 0900 TO 所定始業時刻.
004830     MOVE 1800 TO 所定終業時刻.
004840     MOVE 60   TO 所定休憩分.
004850     MOVE 1    TO 清算期間月数.
004860     MOVE 1    TO 清算起算月.
004870     MOVE 480  TO 所定労働分.
004880 END PROGRAM "勤務区分取得".
