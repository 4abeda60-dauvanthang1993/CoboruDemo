000040*@@@êÊ]ÆõÉÎ·é^vZðs¤B�ގДN����ªÝèÏÅ»Ýút
000050*@@@ÈOÅ êÎCÞÐÏÆÝÈµ·øxzÍOðÔ·B¾ÅyÑÐ
000060*@@@ïÛ¯¿ðTµ½·øxzinet payjðÔ·B
000062*@@@¾ÅÍÐïÛ¯¿TãÌàzÅ¹ò¥ûÅz\ðø­B
000070*
000080*@Z®NXF@êÊNX
000090*@ZOVERRIDE\bhi]ÆõNXj
000250  01  v|¾Å¦       PIC   S9V999      VALUE  0.100.
000260  01  v|ÐïÛ¯¿¦   PIC   S9V999      VALUE  0.140.
000262  01  v|cÆè         PIC   S9(8).
000263  01  v|cÆèãÀ     PIC   S9(8)      VALUE  100000.
000264  01  v|cÆÔãÀ     PIC   S9(5)V9(1)  VALUE  080.0.
000265  01  v|ÛÅÎÛz       PIC   S9(9).
000266  01  v|Åz\æª       PIC   X(001)      VALUE  "1".
000267  01  v|Åzîú       PIC   9(008).
000268  01  v|}{l         PIC   9(002)      VALUE  0.
000269  01  v|ÅzÊ         PIC   9(001).
000270  01  v|»Ýút       PIC   X(008).
000280  01  v|»Ýú.
000290      02  v|»ÝúW  PIC   X(008).
000458         COMPUTE  v|x  =
000459                  v|î{  +  v|cÆè
000460*
000470*        ÐïÛ¯¿ðTµ½àz©ç¹ò¥ûÅz\ibE
000471*        }{OljÅ¾ÅðßC·øxzðßéB
000472*        Åz\ª¢o^ÌÔÍ]Ì¾Å¦ÅßéB
000480         COMPUTE  v|ÐïÛ¯¿  ROUNDED  =
000481                  v|x  *  v|ÐïÛ¯¿¦
000482         COMPUTE  v|ÛÅÎÛz  =
000483                  v|x  -  v|ÐïÛ¯¿
000484         MOVE     v|»ÝúW  TO  v|Åzîú
000485         CALL  "¹òÅzvZ"  USING  v|Åz\æª
000486               v|Åzîú  v|ÛÅÎÛz
000487               v|}{l    v|¾Å
000488               v|ÅzÊ
000489         IF  v|ÅzÊ  NOT =  0
000490         THEN
000491             COMPUTE  v|¾Å  ROUNDED  =
000492                      v|x  *  v|¾Å¦
000493         END-IF
000500         COMPUTE  k|x   =   v|x  -  v|¾Å  -  v|ÐïÛ¯¿
000510     END-IF.
000520*
