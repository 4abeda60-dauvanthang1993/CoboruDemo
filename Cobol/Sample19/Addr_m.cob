009000   DATA DIVISION.
009100   WORKING-STORAGE SECTION.
009200    01  �v�|�q�d�`�c����    PIC 9(01).
009205*    住所異動登録サブルーチンの引数（住所異動領域）
009210    01  住所異動領域.
009215      02  異動従業員番号      PIC 9(04).
009220      02  異動日              PIC 9(08).
009225      02  異動郵便番号        PIC X(07).
009230      02  異動住所            PIC X(40).
009235      02  異動住所Ｎ  REDEFINES 異動住所
009240                              PIC N(20).
009245      02  異動旧郵便番号      PIC X(07).
009250      02  異動旧住所          PIC X(40).
009255      02  異動旧住所Ｎ  REDEFINES 異動旧住所
009260                              PIC N(20).
009265      02  異動市区町村        PIC 9(06).
009270      02  異動反映年月        PIC 9(06).
009275      02  異動結果            PIC 9(01).
009300   LINKAGE SECTION.
009400   PROCEDURE DIVISION.
009500*
010700             MOVE  ���R�[�h����   TO  �v�|�q�d�`�c����
010800       END-READ.
010900*
010910*　　　転居の判定のため，更新前の住所を控える。
010920       IF  �v�|�q�d�`�c���� =  ���R�[�h�Ȃ�
010930       THEN
010940           MOVE  SPACE           TO  異動旧郵便番号
010950           MOVE  SPACE           TO  異動旧住所
010960       ELSE
010970           MOVE  �Z���|�X�֔ԍ�  TO  異動旧郵便番号
010980           MOVE  �Z���|�Z��      TO  異動旧住所Ｎ
010990       END-IF.
010995*
011000       MOVE   �X�֔ԍ�   TO  �Z���|�X�֔ԍ�
011100       MOVE   �Z��       TO  �Z���|�Z��
011200*
011600       ELSE
011700           REWRITE �Z���|���R�[�h
011800       END-IF.
011810*
011820*　　　住所が変わったときは転居として住所履歴に登録する（転居日
011830*　　は当日）。
011840       MOVE  �Z���h�c        TO  異動従業員番号.
011850       MOVE  0               TO  異動日.
011860       MOVE  �X�֔ԍ�        TO  異動郵便番号.
011870       MOVE  �Z��            TO  異動住所Ｎ.
011880       MOVE  0               TO  異動市区町村.
011890       CALL  "住所異動登録"  USING  住所異動領域.
011900*
012000   END METHOD Store-method.
012100*
