000040*@@@ÇÒÉÎ·é^vZðs¤B�ގДN����ªÝèÏÅ»ÝútÈO
000050*@@@Å êÎCÞÐÏÆÝÈµ·øxzÍOðÔ·B¾ÅyÑÐïÛ
000060*@@@¯¿ðTµ½·øxzinet payjðÔ·B
000062*@@@¾ÅÍÐïÛ¯¿TãÌàzÅ¹ò¥ûÅz\ðø­B
000070*
000080*@Z®NXF@ÇÒNX
000090*@ZoÍ@@@F@·øxziPIC S9(8)j
000230  01  v|ÐïÛ¯¿     PIC   S9(008).
000240  01  v|¾Å¦       PIC   S9V999      VALUE  0.100.
000250  01  v|ÐïÛ¯¿¦   PIC   S9V999      VALUE  0.140.
000252  01  v|ÛÅÎÛz     PIC   S9(9).
000254  01  v|Åz\æª     PIC   X(001)      VALUE  "1".
000255  01  v|Åzîú     PIC   9(008).
000256  01  v|}{l       PIC   9(002)      VALUE  0.
000258  01  v|ÅzÊ       PIC   9(001).
000260  01  v|»Ýút       PIC   X(008).
000270  01  v|»Ýú.
000280      02  v|»ÝúW  PIC   X(008).
000420         MOVE   î{  OF  SELF     TO    v|î{
000430         COMPUTE  v|x   =   v|î{  +  ÁÊè
000440*
000450*        ÐïÛ¯¿ðTµ½àz©ç¹ò¥ûÅz\ibE
000451*        }{OljÅ¾ÅðßC·øxzðßéB
000452*        Åz\ª¢o^ÌÔÍ]Ì¾Å¦ÅßéB
000454         COMPUTE  v|ÐïÛ¯¿  ROUNDED  =
000455                  v|x  *  v|ÐïÛ¯¿¦
000456         COMPUTE  v|ÛÅÎÛz  =
000457                  v|x  -  v|ÐïÛ¯¿
000458         MOVE     v|»ÝúW  TO  v|Åzîú
000460         CALL  "¹òÅzvZ"  USING  v|Åz\æª
000461               v|Åzîú  v|ÛÅÎÛz
000462               v|}{l    v|¾Å
000463               v|ÅzÊ
000464         IF  v|ÅzÊ  NOT =  0
000466         THEN
000467             COMPUTE  v|¾Å  ROUNDED  =
000468                      v|x  *  v|¾Å¦
000470         END-IF
000480         COMPUTE  k|x   =   v|x  -  v|¾Å  -  v|ÐïÛ¯¿
000490     END-IF.
000500*
