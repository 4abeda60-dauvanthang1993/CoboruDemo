000040*　　従業員別の住民税（特別徴収）の月額を登録・変更・削除・
000050*　一覧する。６月は端数調整で月額が異なるため，６月額と通常
000060*　月額を分けて持つ。市区町村コードは納付先の集計（JUMINRPT）
000070*　と給与支払報告書の提出データ作成（KYUSHIHO）が使う。月次給与
000080*　バッチ（KYUTOROKU）が支給月に応じた月額を控除する。
000082*
000084*　　転居したときは住所異動登録（JUSHO）が新しい市区町村コード（未
000086*　確定は０）と適用年月（転居後に最初に来る１月１日の年の６月）を
000088*　予約する。予約は変更反映（処理区分４）で市区町村コードに移す。
000090*
000092*　　登録・変更・削除と変更反映は担当者と変更前後の内容を
000094*　添えて監査ジャーナル（AUDITJNL）へ記録する。
000096*
000100*                              Copyright 1998-2015 FUJITSU LIMITED
000110*=====================================================================
000120 IDENTIFICATION     DIVISION.
000280     02  市区町村コード      PIC  9(006).
000290     02  住民税６月額        PIC  9(007).
000300     02  住民税通常月額      PIC  9(007).
000302*    転居による市区町村変更の予約。新市区町村年月から新市区町村
000304*    に変わる。予約が無ければともに０。
000306     02  新市区町村          PIC  9(006).
000308     02  新市区町村年月      PIC  9(006).
000310 WORKING-STORAGE  SECTION.
000311     COPY AUDITP REPLACING ==:MASTER:== BY =="JUMINZM"==.
000320 01  住民税マスタ状態        PIC  X(02).
000330     88  住民税マスタ正常    VALUE "00" "05".
000340 01  処理区分                PIC  9(01).
000360     88  保守終了            VALUE 9.
000370 01  一覧終了フラグ          PIC  X(01).
000380     88  一覧終了            VALUE "Y".
000382 01  反映年月                PIC  9(06).
000384 01  反映件数                PIC  9(05).
000386 01  未設定件数              PIC  9(05).
000390*
000400 PROCEDURE  DIVISION.
000403     DISPLAY "担当者コードを入力してください".
000406     ACCEPT 監査担当者 FROM CONSOLE.
000410     OPEN I-O 住民税マスタファイル.
000420     PERFORM 保守メニュー処理 UNTIL 保守終了.
000430     CLOSE 住民税マスタファイル.
000450*
000460 保守メニュー処理.
000470     DISPLAY "住民税マスタ保守".
000475     DISPLAY "1:登録・変更 2:削除 3:一覧"
000480             " 4:市区町村変更反映 9:終了".
000490     ACCEPT 処理区分 FROM CONSOLE.
000500     EVALUATE 処理区分
000510       WHEN 1
000540         PERFORM 削除処理
000550       WHEN 3
000560         PERFORM 一覧処理
000562       WHEN 4
000564         PERFORM 変更反映処理
000570       WHEN 9
000580         MOVE 9 TO 終了区分
000590     END-EVALUATE.
000630     ACCEPT 住民税従業員番号 FROM CONSOLE.
000640     READ 住民税マスタファイル
000650       INVALID KEY
000651         MOVE SPACE TO 監査変更前
000652         MOVE 0 TO 新市区町村
000654         MOVE 0 TO 新市区町村年月
000660         PERFORM 項目入力
000670         WRITE 住民税マスタレコード
000673         MOVE "10" TO 監査区分
000676         PERFORM 変更監査記録
000680         DISPLAY "登録しました"
000690       NOT INVALID KEY
000693         MOVE 住民税マスタレコード
000696           TO 監査変更前
000700         PERFORM 項目入力
000710         REWRITE 住民税マスタレコード
000713         MOVE "20" TO 監査区分
000716         PERFORM 変更監査記録
000720         DISPLAY "変更しました"
000730     END-READ.
000740*
000870       INVALID KEY
000880         DISPLAY "登録がありません"
000890       NOT INVALID KEY
000893         MOVE 住民税マスタレコード
000896           TO 監査変更前
000900         DELETE 住民税マスタファイル
000903         MOVE "30" TO 監査区分
000906         PERFORM 変更監査記録
000910         DISPLAY "削除しました"
000920     END-READ.
000930*
001100                 市区町村コード " "
001110                 住民税６月額 " "
001120                 住民税通常月額
001122         IF 新市区町村年月 NOT = 0
001124           DISPLAY "  転居により " 新市区町村年月
001126                   "から " 新市区町村
001128         END-IF
001130     END-READ.
001132*
001134*　予約の適用年月が指定年月以前の従業員について，新しい市区町村
001136*　コードを市区町村コードに移し予約を消す。新しい市区町村コード
001138*　が未確定（０）の従業員は移さずに表示する。
001140*
001142 変更反映処理.
001144     DISPLAY "反映する年月を入力(YYYYMM)".
001146     ACCEPT 反映年月 FROM CONSOLE.
001148     MOVE 0 TO 反映件数.
001150     MOVE 0 TO 未設定件数.
001152     MOVE "N" TO 一覧終了フラグ.
001154     MOVE 0 TO 住民税従業員番号.
001156     START 住民税マスタファイル
001158           KEY > 住民税従業員番号
001160       INVALID KEY
001162         SET 一覧終了 TO TRUE
001164     END-START.
001166     PERFORM 変更反映明細 UNTIL 一覧終了.
001168     DISPLAY "反映：" 反映件数
001170             "件 市区町村未設定：" 未設定件数 "件".
001172*
001174 変更反映明細.
001176     READ 住民税マスタファイル NEXT RECORD
001178       AT END
001180         SET 一覧終了 TO TRUE
001182         EXIT PARAGRAPH
001184     END-READ.
001185     IF 新市区町村年月 = 0
001186        OR 新市区町村年月 > 反映年月
001188       EXIT PARAGRAPH
001190     END-IF.
001192     IF 新市区町村 = 0
001194       DISPLAY 住民税従業員番号
001196               " 転居先の市区町村コード未設定"
001198       ADD 1 TO 未設定件数
001200       EXIT PARAGRAPH
001202     END-IF.
001203     MOVE 住民税マスタレコード TO 監査変更前.
001204     MOVE 新市区町村 TO 市区町村コード.
001206     MOVE 0 TO 新市区町村.
001208     MOVE 0 TO 新市区町村年月.
001209     MOVE "20" TO 監査区分.
001210     REWRITE 住民税マスタレコード.
001212     ADD 1 TO 反映件数.
001214     PERFORM 変更監査記録.
001216*
001218*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
001220*　ジャーナルへ書き残す。
001222*
001224 変更監査記録.
001226     MOVE 住民税従業員番号 TO 監査キー.
001228     IF 監査区分 = "30"
001230       MOVE SPACE TO 監査変更後
001232     ELSE
001234       MOVE 住民税マスタレコード
001236         TO 監査変更後
001238     END-IF.
001240     CALL "変更監査" USING 監査連絡域.
