000070*
000080*  �t�@�C�����F CONFIRM.COB
000090*  ����T�v  �F �m�F�\���쐬�E�o�͂��܂�
000095*               閾値を超える取引は第二認証のコードを要求する。
000100*
000110* Copyright 2000-2015 FUJITSU LIMITED
000120*=================================================================
000280 01 ���z                          PIC 9(16).
000290 01 �c��                          PIC 9(16).
000300 01 DSP-MONEY                     PIC \\,\\\,\\\,\\\,\\\,\\9.
000302     COPY TRDOTP.
000304     COPY GETDATA.
000306 01 第二認証欄番号          PIC 9(02).
000308 01 第二認証返却値          PIC 9(09) COMP-5.
000310*----------------------------------------------------------------*
000320* SAF�A�v���ւ̈ڍs�ɂ���                                      *
000330*                                                                *
001360     MOVE DSP-MONEY TO COBW3-CNV-VALUE.
001370     PERFORM �ϊ��f�[�^�o�^.
001380*
001382     *> 閾値超の取引は第二認証を求める
001384     IF ���z > 追加認証閾値 THEN
001386       PERFORM 追加認証要求処理
001388       MOVE "ConfirmOtp.html" TO HTMLFILENAME
001390     ELSE
001392       MOVE "Confirm.html" TO HTMLFILENAME
001394     END-IF.
001400     PERFORM ��ʏo�͏���.
001410*
001420*=================================================================
002120     PERFORM ��ʏo�͏���.
002130 ���̓G���[�����I��.
002140     EXIT.
002150*
002160*=================================================================
002170*  追加認証要求処理
002180*    閾値を超える取引の確認画面で第二認証のコードを要求する。
002190*=================================================================
002200 追加認証要求処理 SECTION.
002210     INVOKE �Z�V�����n�a�i "�Z�V�����f�[�^�擾" USING GETDATA.
002220     CALL "第二認証要求" USING G-USERID
002230          第二認証欄番号
002240          RETURNING 第二認証返却値.
002250     IF 第二認証返却値 NOT = 0 THEN
002260         INVOKE �Z�V�����n�a�i "�I������"
002270         CALL "COBW3_END_SESSION" USING COBW3
002280         MOVE "OtpFail.html" TO HTMLFILENAME
002290         PERFORM ��ʏo�͏���
002300         GO TO �I���ʒu
002310     END-IF.
002320     MOVE "CELL" TO COBW3-CNV-NAME.
002330     MOVE 第二認証欄番号 TO COBW3-CNV-VALUE.
002340     PERFORM �ϊ��f�[�^�o�^.
002350 追加認証要求処理終了.
002360     EXIT.
