000070*
000080*  �t�@�C�����F AUTH.COB
000090*  ����T�v  �F �F�؏������s���A�Z�V�������J�n���܂�
000095*               パスワードのあと第二認証のコードを要求する。
000100*
000110* Copyright 2000-2015 FUJITSU LIMITED
000120*=================================================================
000300 01 PATHLAST                      PIC 9(05).
000310 01 DSP-MONEY                     PIC \\,\\\,\\\,\\\,\\\,\\9.
000320 01 �c��                          PIC 9(16).
000323 01 第二認証欄番号          PIC 9(02).
000326 01 第二認証返却値          PIC 9(09) COMP-5.
000330*----------------------------------------------------------------*
000340* SAF�A�v���ւ̈ڍs�ɂ���                                      *
000350*                                                                *
001100       *> ID/�p�X���[�h���������ꍇ
001110       WHEN   NOT ZERO     ALSO ZERO
001120*
001140         *> 第二認証のコードを要求する。
001160         *> セションはOTPAUTHが開始する。
001180         CALL "第二認証要求" USING USERID
001200              第二認証欄番号
001210              RETURNING 第二認証返却値
001220         EVALUATE 第二認証返却値
001240           WHEN 0
001260             MOVE "ID" TO COBW3-CNV-NAME
001280             MOVE USERID TO COBW3-CNV-VALUE
001300             CALL "COBW3_SET_CNV_XX" USING COBW3
001320             MOVE "CELL" TO COBW3-CNV-NAME
001340             MOVE 第二認証欄番号 TO COBW3-CNV-VALUE
001360             CALL "COBW3_SET_CNV_XX" USING COBW3
001380             MOVE "Otp.html" TO HTMLFILENAME
001400           WHEN 1
001420             MOVE "OtpUnreg.html" TO HTMLFILENAME
001440           WHEN 5
001460             MOVE "AuthFail.html" TO HTMLFILENAME
001480           WHEN OTHER
001500             MOVE "SystemError.html" TO HTMLFILENAME
001520         END-EVALUATE
001590       *> ID/�p�X���[�h���������Ȃ��ꍇ
001600       WHEN   ANY          ALSO 2 THRU 3
001610         MOVE "AuthFail.html" TO HTMLFILENAME
