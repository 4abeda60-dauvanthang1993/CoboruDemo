000040*　　部門コードと部門名を保持する部門マスタを登録・変更・削除
000050*　・一覧する。社員マスタの部門コードと，人事異動（JINJIIDO）
000060*　・部門別給与集計（KYUSHUKEI）の名称解決に使う。
000062*　　部門ごとに労働保険の事業の種類を持ち，給与登録（KYUTOROKU）
000064*　の雇用保険料と年度更新（RODONEN）の料率選択に使う。
000066*　　部門長の従業員番号は経費精算の承認（KEISHONIN）で承認者の
000068*　確認に使う。
000070*
000072*　　登録・変更・削除は担当者と変更前後の内容を添えて
000074*　監査ジャーナル（AUDITJNL）へ記録する。
000076*
000080*                              Copyright 1998-2015 FUJITSU LIMITED
000090*=====================================================================
000100 IDENTIFICATION     DIVISION.
000240 01  部門マスタレコード.
000250     02  部門コード          PIC  X(004).
000260     02  部門名              PIC  N(010).
000265     02  部門事業区分        PIC  X(001).
000267     02  部門長番号          PIC  9(004).
000270 WORKING-STORAGE  SECTION.
000280 01  部門マスタ状態          PIC  X(02).
000290     88  部門マスタ正常      VALUE "00" "05".
000320     88  保守終了            VALUE 9.
000330 01  一覧終了フラグ          PIC  X(01).
000340     88  一覧終了            VALUE "Y".
000341     COPY AUDITP REPLACING ==:MASTER:== BY =="BUMONM"==.
000350*
000360 PROCEDURE  DIVISION.
000363     DISPLAY "担当者コードを入力してください".
000366     ACCEPT 監査担当者 FROM CONSOLE.
000370     OPEN I-O 部門マスタファイル.
000380     PERFORM 保守メニュー処理 UNTIL 保守終了.
000390     CLOSE 部門マスタファイル.
000590     ACCEPT 部門コード FROM CONSOLE.
000600     READ 部門マスタファイル
000610       INVALID KEY
000615         MOVE SPACE TO 監査変更前
000620         DISPLAY "部門名を入力してください"
000630         ACCEPT 部門名 FROM CONSOLE
000635         PERFORM 事業区分入力
000637         PERFORM 部門長入力
000640         WRITE 部門マスタレコード
000643         MOVE "10" TO 監査区分
000646         PERFORM 変更監査記録
000650         DISPLAY "登録しました"
000660       NOT INVALID KEY
000663         MOVE 部門マスタレコード
000666           TO 監査変更前
000670         DISPLAY "部門名を入力してください"
000680         ACCEPT 部門名 FROM CONSOLE
000685         PERFORM 事業区分入力
000687         PERFORM 部門長入力
000690         REWRITE 部門マスタレコード
000693         MOVE "20" TO 監査区分
000696         PERFORM 変更監査記録
000700         DISPLAY "変更しました"
000710     END-READ.
000720*
000722*　労働保険の事業の種類。空白は一般の事業として扱う。
000723*
000724 事業区分入力.
000725     DISPLAY "労働保険の事業の種類を入力".
000726     DISPLAY "(1:一般 2:農林水産・清酒 3:建設)".
000727     ACCEPT 部門事業区分 FROM CONSOLE.
000728*
000729*　部門長が未定の部門は０とする（経費精算を承認できない）。
000730*
000731 部門長入力.
000732     DISPLAY "部門長の従業員番号を入力(0:未定)".
000733     ACCEPT 部門長番号 FROM CONSOLE.
000735*
000737 削除処理.
000740     DISPLAY "部門コードを入力してください".
000750     ACCEPT 部門コード FROM CONSOLE.
000760     READ 部門マスタファイル
000770       INVALID KEY
000780         DISPLAY "部門コードが存在しません"
000790       NOT INVALID KEY
000793         MOVE 部門マスタレコード
000796           TO 監査変更前
000800         DELETE 部門マスタファイル
000803         MOVE "30" TO 監査区分
000806         PERFORM 変更監査記録
000810         DISPLAY "削除しました"
000820     END-READ.
000830*
000960         SET 一覧終了 TO TRUE
000970       NOT AT END
000980         DISPLAY 部門コード " " 部門名
000985                 " " 部門事業区分
000987                 " 部門長:" 部門長番号
000990     END-READ.
001000*
001010*　変更の証跡（誰が・いつ・何をどう変えたか）を監査
001020*　ジャーナルへ書き残す。
001030*
001040 変更監査記録.
001050     MOVE 部門コード TO 監査キー.
001060     IF 監査区分 = "30"
001070       MOVE SPACE TO 監査変更後
001080     ELSE
001090       MOVE 部門マスタレコード
001100         TO 監査変更後
001110     END-IF.
001120     CALL "変更監査" USING 監査連絡域.
