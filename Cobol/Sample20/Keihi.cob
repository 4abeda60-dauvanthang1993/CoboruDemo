000010*=====================================================================
000020*　経費精算申請　　　　　　　　　　　−オブジェクト指向サンプル−
000030*
000040*　　従業員が立て替えた交通費・出張旅費・消耗品費などの経費を，
000050*　経費の日付・経費区分・金額・税区分・領収書番号を付けて経費
000060*　精算申請ファイル（KEIHI）へ承認待ちとして登録する。申請は所属
000070*　部門の部門長が承認画面（KEISHONIN）で承認または却下し，承認
000080*　済の申請は振込データ作成（ZENGIN）で非課税のまま支払う。
000090*　承認待ちの申請に限り取り消すことができる。
000095*　経費の日付の月が経費（KH）の締処理中・締済なら登録しない。
000100*
000110*　　経費区分　01 旅費交通費　02 出張旅費　03 消耗品費
000120*　　　　　　　04 会議費　　　05 接待交際費 06 通信費　09 その他
000130*　　税区分　　1 課税　2 課税（軽減税率）　3 非課税　4 不課税
000140*
000150*                              Copyright 1998-2015 FUJITSU LIMITED
000160*=====================================================================
000170 IDENTIFICATION     DIVISION.
000180 PROGRAM-ID.   KEIHI.
000190 ENVIRONMENT  DIVISION.
000200 INPUT-OUTPUT  SECTION.
000210 FILE-CONTROL.
000220     SELECT OPTIONAL 経費申請ファイル
000230       ASSIGN TO "KEIHI"
000240       ORGANIZATION IS INDEXED
000250       ACCESS MODE  IS DYNAMIC
000260       RECORD KEY   IS 経費キー
000270       FILE STATUS  IS 経費申請状態.
000280     SELECT 社員マスタファイル
000290       ASSIGN TO "SHAINM"
000300       ORGANIZATION IS INDEXED
000310       ACCESS MODE  IS RANDOM
000320       RECORD KEY   IS 社員番号
000330       FILE STATUS  IS 社員マスタ状態.
000340 DATA  DIVISION.
000350 FILE  SECTION.
000360 FD  経費申請ファイル.
000370     COPY KEIHIREC.
000380 FD  社員マスタファイル.
000390     COPY SHAINMR.
000400 WORKING-STORAGE  SECTION.
000410 01  経費申請状態            PIC  X(02).
000420     88  経費申請正常        VALUE "00" "05".
000430 01  社員マスタ状態          PIC  X(02).
000440     88  社員マスタ正常      VALUE "00" "05".
000450 01  処理区分                PIC  9(01).
000460 01  終了区分                PIC  9(01)  VALUE 0.
000470     88  申請終了            VALUE 9.
000480 01  一覧終了フラグ          PIC  X(01).
000490     88  一覧終了            VALUE "Y".
000500 01  申請従業員番号          PIC  9(04).
000510 01  申請経費日付            PIC  9(08).
000520 01  次経費連番              PIC  9(03).
000530 01  入力経費金額            PIC  9(08).
000540 01  現在日時.
000550     02  現在日時１４        PIC  X(14).
000560     02  FILLER              PIC  X(07).
000563 01  締確認サブシステム      PIC  X(02)  VALUE "KH".
000566 01  締確認結果              PIC  9(01).
000570*
000580 PROCEDURE  DIVISION.
000590     OPEN I-O 経費申請ファイル.
000600     IF NOT 経費申請正常
000610       DISPLAY "経費精算申請ファイルが開けません"
000620       STOP RUN
000630     END-IF.
000640     OPEN INPUT 社員マスタファイル.
000650     IF NOT 社員マスタ正常
000660       DISPLAY "社員マスタファイルが開けません"
000670       CLOSE 経費申請ファイル
000680       STOP RUN
000690     END-IF.
000700     PERFORM 申請メニュー処理 UNTIL 申請終了.
000710     CLOSE 社員マスタファイル.
000720     CLOSE 経費申請ファイル.
000730     STOP RUN.
000740*
000750 申請メニュー処理.
000760     DISPLAY "経費精算申請".
000770     DISPLAY "1:申請登録 2:取消 3:申請状況 9:終了".
000780     ACCEPT 処理区分 FROM CONSOLE.
000790     EVALUATE 処理区分
000800       WHEN 1
000810         PERFORM 申請登録処理
000820               THRU 申請登録処理出口
000830       WHEN 2
000840         PERFORM 申請取消処理
000850               THRU 申請取消処理出口
000860       WHEN 3
000870         PERFORM 申請状況処理
000880       WHEN 9
000890         MOVE 9 TO 終了区分
000900     END-EVALUATE.
000910*
000920*　申請者が社員マスタに居ることを確かめ，同じ日付の申請の次の
000930*　連番で承認待ちとして登録する。
000940*
000950 申請登録処理.
000960     DISPLAY "従業員番号を入力してください".
000970     ACCEPT 申請従業員番号 FROM CONSOLE.
000980     MOVE 申請従業員番号 TO 社員番号.
000990     READ 社員マスタファイル
001000       INVALID KEY
001010         DISPLAY "社員マスタに登録がありません"
001020         GO TO 申請登録処理出口
001030     END-READ.
001040     DISPLAY "経費の日付を入力(YYYYMMDD)".
001050     ACCEPT 申請経費日付 FROM CONSOLE.
001051     CALL "締状態確認" USING 締確認サブシステム
001052          申請経費日付 締確認結果.
001053     IF 締確認結果 NOT = 0
001054       DISPLAY "経費の月は締処理中か締済です"
001055       GO TO 申請登録処理出口
001056     END-IF.
001060     PERFORM 経費連番採番.
001070     IF 次経費連番 > 99
001080       DISPLAY "同じ日付の申請が上限です"
001090       GO TO 申請登録処理出口
001100     END-IF.
001110*
001120     INITIALIZE 経費申請レコード.
001130     MOVE 申請従業員番号 TO 経費従業員番号.
001140     MOVE 申請経費日付   TO 経費日付.
001150     MOVE 次経費連番     TO 経費連番.
001160     DISPLAY "経費区分を入力してください".
001170     DISPLAY "(01:旅費交通費 02:出張旅費"
001175             " 03:消耗品費 04:会議費".
001180     DISPLAY " 05:接待交際費 06:通信費 09:その他)".
001190     ACCEPT 経費区分 FROM CONSOLE.
001200     IF NOT 経費区分有効
001210       DISPLAY "経費区分に誤りがあります"
001220       GO TO 申請登録処理出口
001230     END-IF.
001240     DISPLAY "金額を入力してください".
001250     ACCEPT 入力経費金額 FROM CONSOLE.
001260     IF 入力経費金額 = 0
001270       DISPLAY "金額に誤りがあります"
001280       GO TO 申請登録処理出口
001290     END-IF.
001300     MOVE 入力経費金額 TO 経費金額.
001310     DISPLAY "税区分を入力してください".
001320     DISPLAY "(1:課税 2:軽減税率 3:非課税 4:不課税)".
001330     ACCEPT 経費税区分 FROM CONSOLE.
001340     IF NOT 経費税区分有効
001350       DISPLAY "税区分に誤りがあります"
001360       GO TO 申請登録処理出口
001370     END-IF.
001380     DISPLAY "領収書番号を入力してください".
001390     ACCEPT 経費領収書番号 FROM CONSOLE.
001400     DISPLAY "摘要を入力してください".
001410     ACCEPT 経費摘要 FROM CONSOLE.
001420     MOVE FUNCTION CURRENT-DATE TO 現在日時.
001430     MOVE 現在日時１４ TO 経費申請日時.
001440     SET 経費承認待ち TO TRUE.
001450     WRITE 経費申請レコード
001460       INVALID KEY
001470         DISPLAY "申請を登録できません"
001480         GO TO 申請登録処理出口
001490     END-WRITE.
001500     DISPLAY "申請しました 連番：" 経費連番.
001510*
001520 申請登録処理出口.
001530     EXIT.
001540*
001550 申請取消処理.
001560     DISPLAY "従業員番号を入力してください".
001570     ACCEPT 経費従業員番号 FROM CONSOLE.
001580     DISPLAY "経費の日付を入力(YYYYMMDD)".
001590     ACCEPT 経費日付 FROM CONSOLE.
001600     DISPLAY "連番を入力してください".
001610     ACCEPT 経費連番 FROM CONSOLE.
001620     READ 経費申請ファイル
001630       INVALID KEY
001640         DISPLAY "申請がありません"
001650         GO TO 申請取消処理出口
001660     END-READ.
001670     IF NOT 経費承認待ち
001680       DISPLAY "承認待ちの申請ではありません"
001690       GO TO 申請取消処理出口
001700     END-IF.
001710     DELETE 経費申請ファイル.
001720     DISPLAY "取り消しました".
001730*
001740 申請取消処理出口.
001750     EXIT.
001760*
001770*　従業員１名分の申請を状態とともに一覧する。
001780*　状態　0:承認待ち 1:承認済 2:却下 3:支払済
001790*
001800 申請状況処理.
001810     DISPLAY "従業員番号を入力してください".
001820     ACCEPT 申請従業員番号 FROM CONSOLE.
001830     MOVE "N" TO 一覧終了フラグ.
001840     MOVE 申請従業員番号 TO 経費従業員番号.
001850     MOVE 0 TO 経費日付.
001860     MOVE 0 TO 経費連番.
001870     START 経費申請ファイル KEY NOT < 経費キー
001880       INVALID KEY
001890         SET 一覧終了 TO TRUE
001900     END-START.
001910     PERFORM 申請状況明細 UNTIL 一覧終了.
001920*
001930 申請状況明細.
001940     READ 経費申請ファイル NEXT RECORD
001950       AT END
001960         SET 一覧終了 TO TRUE
001970       NOT AT END
001980         IF 経費従業員番号 NOT = 申請従業員番号
001990           SET 一覧終了 TO TRUE
002000         ELSE
002010           DISPLAY 経費日付 "-" 経費連番
002020                   " 区分:" 経費区分
002030                   " 金額:" 経費金額
002040                   " 税:" 経費税区分
002050                   " 領収書:" 経費領収書番号
002060                   " 状態:" 経費状態
002070                   " 支払日:" 経費支払日
002080         END-IF
002090     END-READ.
002100*
002110 経費連番採番.
002120     MOVE 1 TO 次経費連番.
002130     MOVE "N" TO 一覧終了フラグ.
002140     MOVE 申請従業員番号 TO 経費従業員番号.
002150     MOVE 申請経費日付   TO 経費日付.
002160     MOVE 0 TO 経費連番.
002170     START 経費申請ファイル KEY NOT < 経費キー
002180       INVALID KEY
002190         SET 一覧終了 TO TRUE
002200     END-START.
002210     PERFORM 経費連番走査 UNTIL 一覧終了.
002220*
002230 経費連番走査.
002240     READ 経費申請ファイル NEXT RECORD
002250       AT END
002260         SET 一覧終了 TO TRUE
002270       NOT AT END
002280         IF 経費従業員番号 NOT = 申請従業員番号
002290            OR 経費日付 NOT = 申請経費日付
002300           SET 一覧終了 TO TRUE
002310         ELSE
002320           COMPUTE 次経費連番 = 経費連番 + 1
002330         END-IF
002340     END-READ.
