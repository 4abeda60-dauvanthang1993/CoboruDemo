000010*=====================================================================
000020*　経費精算の承認　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　経費精算申請（KEIHI）が起こした承認待ちの申請を，申請者の
000050*　所属部門の部門長（部門マスタ BUMONM）が承認または却下する。
000060*　承認者は自分の従業員番号を入力し，自分が部門長である部門の
000070*　申請だけを一覧・承認できる。申請者自身による承認は受け付け
000080*　ない。部門長が未定の部門の申請と，部門長本人の申請は他部門
000090*　の部門長が承認する。承認済の申請は振込データ作成（ZENGIN）
000100*　で支払われる。
000103*　経費の日付の月が経費（KH）の締処理中・締済の申請は承認できな
000106*　い（却下はできる）。
000110*
000120*                              Copyright 1998-2015 FUJITSU LIMITED
000130*=====================================================================
000140 IDENTIFICATION     DIVISION.
000150 PROGRAM-ID.   KEISHONIN.
000160 ENVIRONMENT  DIVISION.
000170 INPUT-OUTPUT  SECTION.
000180 FILE-CONTROL.
000190     SELECT OPTIONAL 経費申請ファイル
000200       ASSIGN TO "KEIHI"
000210       ORGANIZATION IS INDEXED
000220       ACCESS MODE  IS DYNAMIC
000230       RECORD KEY   IS 経費キー
000240       FILE STATUS  IS 経費申請状態.
000250     SELECT 社員マスタファイル
000260       ASSIGN TO "SHAINM"
000270       ORGANIZATION IS INDEXED
000280       ACCESS MODE  IS RANDOM
000290       RECORD KEY   IS 社員番号
000300       FILE STATUS  IS 社員マスタ状態.
000310     SELECT 部門マスタファイル
000320       ASSIGN TO "BUMONM"
000330       ORGANIZATION IS INDEXED
000340       ACCESS MODE  IS DYNAMIC
000350       RECORD KEY   IS 部門コード
000360       FILE STATUS  IS 部門マスタ状態.
000370 DATA  DIVISION.
000380 FILE  SECTION.
000390 FD  経費申請ファイル.
000400     COPY KEIHIREC.
000410 FD  社員マスタファイル.
000420     COPY SHAINMR.
000430 FD  部門マスタファイル.
000440 01  部門マスタレコード.
000450     02  部門コード          PIC  X(004).
000460     02  部門名              PIC  N(010).
000470     02  部門事業区分        PIC  X(001).
000480     02  部門長番号          PIC  9(004).
000490 WORKING-STORAGE  SECTION.
000500 01  経費申請状態            PIC  X(02).
000510     88  経費申請正常        VALUE "00" "05".
000520 01  社員マスタ状態          PIC  X(02).
000530     88  社員マスタ正常      VALUE "00" "05".
000540 01  部門マスタ状態          PIC  X(02).
000550     88  部門マスタ正常      VALUE "00" "05".
000560 01  処理区分                PIC  9(01).
000570 01  終了区分                PIC  9(01)  VALUE 0.
000580     88  審査終了            VALUE 9.
000590 01  一覧終了フラグ          PIC  X(01).
000600     88  一覧終了            VALUE "Y".
000610 01  承認者番号              PIC  9(04).
000620 01  承認者部門数            PIC  9(03)  VALUE 0.
000630 01  承認可フラグ            PIC  X(01).
000640     88  承認可              VALUE "Y".
000650 01  申請者部門長番号        PIC  9(04).
000660 01  一覧件数                PIC  9(05).
000670 01  現在日時.
000680     02  現在日時１４        PIC  X(14).
000690     02  FILLER              PIC  X(07).
000693 01  締確認サブシステム      PIC  X(02)  VALUE "KH".
000696 01  締確認結果              PIC  9(01).
000700*
000710 PROCEDURE  DIVISION.
000720     DISPLAY "経費精算の承認".
000730     DISPLAY "承認者の従業員番号を入力".
000740     ACCEPT 承認者番号 FROM CONSOLE.
000750     OPEN I-O 経費申請ファイル.
000760     IF NOT 経費申請正常
000770       DISPLAY "経費申請ファイルが開けません"
000780       STOP RUN
000790     END-IF.
000800     OPEN INPUT 社員マスタファイル.
000810     OPEN INPUT 部門マスタファイル.
000820     IF NOT 社員マスタ正常 OR NOT 部門マスタ正常
000830       DISPLAY "社員・部門マスタが開けません"
000840       PERFORM ファイル終了処理
000850       STOP RUN
000860     END-IF.
000870     PERFORM 承認者部門確認.
000880     IF 承認者部門数 = 0
000890       DISPLAY "部門長として登録されていません"
000900       PERFORM ファイル終了処理
000910       STOP RUN
000920     END-IF.
000930     PERFORM 審査メニュー処理 UNTIL 審査終了.
000940     PERFORM ファイル終了処理.
000950     STOP RUN.
000960*
000970 ファイル終了処理.
000980     CLOSE 部門マスタファイル.
000990     CLOSE 社員マスタファイル.
001000     CLOSE 経費申請ファイル.
001010*
001020*　承認者が部門長になっている部門の数を数える。
001030*
001040 承認者部門確認.
001050     MOVE "N" TO 一覧終了フラグ.
001060     MOVE LOW-VALUE TO 部門コード.
001070     START 部門マスタファイル KEY > 部門コード
001080       INVALID KEY
001090         SET 一覧終了 TO TRUE
001100     END-START.
001110     PERFORM 承認者部門走査 UNTIL 一覧終了.
001120*
001130 承認者部門走査.
001140     READ 部門マスタファイル NEXT RECORD
001150       AT END
001160         SET 一覧終了 TO TRUE
001170       NOT AT END
001180         IF 部門長番号 = 承認者番号
001190           ADD 1 TO 承認者部門数
001200         END-IF
001210     END-READ.
001220*
001230 審査メニュー処理.
001240     DISPLAY "1:承認待ち一覧 2:承認 3:却下 9:終了".
001250     ACCEPT 処理区分 FROM CONSOLE.
001260     EVALUATE 処理区分
001270       WHEN 1
001280         PERFORM 承認待ち一覧処理
001290       WHEN 2
001300         PERFORM 承認処理
001310               THRU 承認処理出口
001320       WHEN 3
001330         PERFORM 却下処理
001340               THRU 却下処理出口
001350       WHEN 9
001360         MOVE 9 TO 終了区分
001370     END-EVALUATE.
001380*
001390 承認待ち一覧処理.
001400     MOVE 0 TO 一覧件数.
001410     MOVE "N" TO 一覧終了フラグ.
001420     MOVE LOW-VALUE TO 経費キー.
001430     START 経費申請ファイル KEY > 経費キー
001440       INVALID KEY
001450         SET 一覧終了 TO TRUE
001460     END-START.
001470     PERFORM 承認待ち一覧明細 UNTIL 一覧終了.
001480     DISPLAY "承認待ち件数：" 一覧件数.
001490*
001500 承認待ち一覧明細.
001510     READ 経費申請ファイル NEXT RECORD
001520       AT END
001530         SET 一覧終了 TO TRUE
001540       NOT AT END
001550         IF 経費承認待ち
001560           PERFORM 承認可否判定
001570           IF 承認可
001580             ADD 1 TO 一覧件数
001590             DISPLAY 経費従業員番号 " "
001600                     経費日付 "-" 経費連番
001610                     " 区分:" 経費区分
001620                     " 金額:" 経費金額
001630                     " 税:" 経費税区分
001640             DISPLAY "　領収書:" 経費領収書番号
001650                     " 摘要:" 経費摘要
001660           END-IF
001670         END-IF
001680     END-READ.
001690*
001700*　申請者の所属部門の部門長なら承認できる。部門長が未定の部門
001710*　と，申請者本人が部門長の部門は他部門の部門長が承認する。
001720*　申請者自身は承認できない（相互けん制）。
001730*
001740 承認可否判定.
001750     MOVE "N" TO 承認可フラグ.
001760     IF 経費従業員番号 = 承認者番号
001770       EXIT PARAGRAPH
001780     END-IF.
001790     MOVE 0 TO 申請者部門長番号.
001800     MOVE 経費従業員番号 TO 社員番号.
001810     READ 社員マスタファイル
001820       INVALID KEY
001830         EXIT PARAGRAPH
001840     END-READ.
001850     MOVE 社員部門コード TO 部門コード.
001860     READ 部門マスタファイル
001870       INVALID KEY
001880         CONTINUE
001890       NOT INVALID KEY
001900         MOVE 部門長番号 TO 申請者部門長番号
001910     END-READ.
001920     IF 申請者部門長番号 = 承認者番号
001930        OR 申請者部門長番号 = 0
001940        OR 申請者部門長番号 = 経費従業員番号
001950       SET 承認可 TO TRUE
001960     END-IF.
001970*
001980 申請キー入力.
001990     DISPLAY "申請者の従業員番号を入力".
002000     ACCEPT 経費従業員番号 FROM CONSOLE.
002010     DISPLAY "経費の日付を入力(YYYYMMDD)".
002020     ACCEPT 経費日付 FROM CONSOLE.
002030     DISPLAY "連番を入力してください".
002040     ACCEPT 経費連番 FROM CONSOLE.
002050*
002060 承認処理.
002070     PERFORM 申請キー入力.
002080     READ 経費申請ファイル
002090       INVALID KEY
002100         DISPLAY "申請がありません"
002110         GO TO 承認処理出口
002120     END-READ.
002130     IF NOT 経費承認待ち
002140       DISPLAY "承認待ちの申請ではありません"
002150       GO TO 承認処理出口
002160     END-IF.
002170     IF 経費従業員番号 = 承認者番号
002180       DISPLAY "申請者自身は承認できません"
002190       GO TO 承認処理出口
002200     END-IF.
002210     PERFORM 承認可否判定.
002220     IF NOT 承認可
002230       DISPLAY "承認できる申請ではありません"
002240       GO TO 承認処理出口
002250     END-IF.
002251     CALL "締状態確認" USING 締確認サブシステム
002252          経費日付 締確認結果.
002253     IF 締確認結果 NOT = 0
002254       DISPLAY "経費の月は締処理中か締済です"
002255       GO TO 承認処理出口
002256     END-IF.
002260     SET 経費承認済 TO TRUE.
002270     MOVE 承認者番号 TO 経費承認者番号.
002280     MOVE FUNCTION CURRENT-DATE TO 現在日時.
002290     MOVE 現在日時１４ TO 経費承認日時.
002300     REWRITE 経費申請レコード.
002310     DISPLAY "承認しました".
002320*
002330 承認処理出口.
002340     EXIT.
002350*
002360 却下処理.
002370     PERFORM 申請キー入力.
002380     READ 経費申請ファイル
002390       INVALID KEY
002400         DISPLAY "申請がありません"
002410         GO TO 却下処理出口
002420     END-READ.
002430     IF NOT 経費承認待ち
002440       DISPLAY "承認待ちの申請ではありません"
002450       GO TO 却下処理出口
002460     END-IF.
002470     PERFORM 承認可否判定.
002480     IF NOT 承認可
002490       DISPLAY "承認できる申請ではありません"
002500       GO TO 却下処理出口
002510     END-IF.
002520     SET 経費却下済 TO TRUE.
002530     MOVE 承認者番号 TO 経費承認者番号.
002540     MOVE FUNCTION CURRENT-DATE TO 現在日時.
002550     MOVE 現在日時１４ TO 経費承認日時.
002560     REWRITE 経費申請レコード.
002570     DISPLAY "却下しました".
002580*
002590 却下処理出口.
002600     EXIT.
