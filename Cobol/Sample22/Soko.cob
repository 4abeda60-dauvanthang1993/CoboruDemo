001100*               を落として輸送中の移動レコードを起こし，着荷
001200*               計上で移動先の在庫へ積む（輸送中は全倉庫合算の
001300*               在庫ファイルにも倉庫別在庫にも現れない）。
001310*               着荷日は移動レコードに控え，在庫受払（ZAIUKE）
001320*               が移動の受払に使う。
001400*
001500*               出荷時の倉庫決定は倉庫引当サブルーチンが行い，
001600*               有効在庫が最も多い倉庫へ引き当てる。
004900     02  移動状態            PIC  X(01).
005000         88  輸送中          VALUE "1".
005100         88  着荷済          VALUE "2".
005105     02  移動着荷日          PIC  X(08).
005110 FD  在庫ファイル.
005120     COPY ZAIKOF.
005200 WORKING-STORAGE SECTION.
017500     MOVE FUNCTION CURRENT-DATE TO 現在日時.
017600     MOVE 現在日付８ TO 移動指示日.
017700     SET 輸送中 TO TRUE.
017750     MOVE SPACE TO 移動着荷日.
017800     WRITE 倉庫移動レコード.
017900     DISPLAY "移動番号：" 移動番号.
018000*
021300     END-READ.
021310*　着荷で全倉庫合算の在庫ファイルへ戻す。
021320     PERFORM 合算在庫入庫.
021350     MOVE FUNCTION CURRENT-DATE TO 現在日時.
021360     MOVE 現在日付８ TO 移動着荷日.
021400     SET 着荷済 TO TRUE.
021500     REWRITE 倉庫移動レコード.
021600     DISPLAY "着荷を計上しました".
