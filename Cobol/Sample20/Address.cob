001380   01  �v�|�X�֔ԍ�         PIC   X(007).
001390   01  �v�|�Z��             PIC   X(040).
001400     EXEC SQL END   DECLARE SECTION END-EXEC.
001405     COPY JUSHOP.
001410   LINKAGE SECTION.
001420     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
001430   01 �k�|�Z������          PIC  S9(04).
001700             MOVE  ���R�[�h����   TO  �v�|�q�d�`�c����
001710       END-IF.
001720*
001721*　　　　転居の判定のため，更新前の住所を控える。
001722       IF  �v�|�q�d�`�c���� =  ���R�[�h�Ȃ�
001723       THEN
001724           MOVE  SPACE       TO  異動旧郵便番号  異動旧住所
001725       ELSE
001726           MOVE  �v�|�X�֔ԍ�  TO  異動旧郵便番号
001727           MOVE  �v�|�Z��      TO  異動旧住所
001728       END-IF.
001729*
001730       MOVE �X�֔ԍ�      TO  �v�|�X�֔ԍ�.
001740       MOVE �Z��          TO  �v�|�Z��.
001750*
002000                            USING �v�|�r�p�k������
002010           END-IF
002020       END-IF.
002021*
002022*　　　　住所が変わったときは転居として住所履歴に登録する（転居
002023*　　　　日は当日）。
002024       MOVE  �k�|�Z������  TO  異動従業員番号.
002025       MOVE  0               TO  異動日.
002026       MOVE  �X�֔ԍ�      TO  異動郵便番号.
002027       MOVE  �Z��          TO  異動住所.
002028       MOVE  0               TO  異動市区町村.
002029       CALL  "住所異動登録"  USING  住所異動領域.
002030*
002040   END METHOD Store-method.
002050*
