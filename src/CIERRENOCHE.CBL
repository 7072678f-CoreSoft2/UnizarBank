           *> Cadena del cierre nocturno, en el orden obligado: la
           *> ordenacion antes que las pantallas que leen los
           *> ficheros ordenados, las ordenes y los intercambios
           *> antes de conciliar, la liquidacion a organizadores
           *> y el aviso de saldo bajo antes del informe de cierre,
           *> la verificacion de la cadena de auditoria antes de
           *> VIGILAR, que se fia de sus filas, y al final el envio
           *> de los avisos que han dejado los pasos anteriores.
           *> La J marca los pasos con control de ejecucion JOBCTRL
           *> de periodo diario, cuyo cierre se comprueba; los pasos
           *> de periodo mensual (INTDESCUB, COBROPREST) van con N.
           01 PASOS.
             02 PASOSDEF.
               03 FILLER PIC X(11) VALUE "ORDENARMOVJ".
               03 FILLER PIC X(11) VALUE "ORDENARESPJ".
               03 FILLER PIC X(11) VALUE "CADUCARES N".
               03 FILLER PIC X(11) VALUE "EJECORDEN J".
               03 FILLER PIC X(11) VALUE "COBRODOM  J".
               03 FILLER PIC X(11) VALUE "INTERENV  N".
               03 FILLER PIC X(11) VALUE "INTERREC  J".
               03 FILLER PIC X(11) VALUE "DEVCHEQUE J".
               03 FILLER PIC X(11) VALUE "INTDESCUB N".
               03 FILLER PIC X(11) VALUE "COBROPRESTN".
               03 FILLER PIC X(11) VALUE "LIQUIDAR  J".
               03 FILLER PIC X(11) VALUE "SALDOBAJO J".
               03 FILLER PIC X(11) VALUE "CONCILIA  J".
               03 FILLER PIC X(11) VALUE "INFRECL   N".
               03 FILLER PIC X(11) VALUE "INFDOC    N".
               03 FILLER PIC X(11) VALUE "CIERREDIA N".
               03 FILLER PIC X(11) VALUE "DIARIO    J".
               03 FILLER PIC X(11) VALUE "VERIFAUD  J".
               03 FILLER PIC X(11) VALUE "VIGILAR   J".
               03 FILLER PIC X(11) VALUE "ENVAVISOS J".
             02 PASOTAB REDEFINES PASOSDEF OCCURS 20.
               03 PASONOM PIC X(10).
               03 PASOJC  PIC X(1).
           77 NPASOS    PIC 99 VALUE 20.
           77 PASOIND   PIC 99.
           77 FECHAB    PIC 9(6).
           77 LOGFECHAB PIC 9(6).
           77 JCACCION  PIC X(1).
           77 JCESTADO  PIC X(1).
           77 JCPUNTO   PIC X(10).
           *> Apuntes en linea congelados durante la cadena (ver
           *> CONGELADO)
           77 CGACCION  PIC X(1).
           77 CGESTADO  PIC X(1).

       PROCEDURE DIVISION.

           *> no queda cerrado o devuelve avisos (CONCILIA y
           *> CIERREDIA informan por RETURN-CODE), y deja una linea
           *> por paso en CIERRELOG.DAT para archivar.
           *> Mientras dura la cadena, TRANSFER, COMPRAR y CAJA dejan
           *> las operaciones en cola (ver ENCOLAR) en lugar de
           *> apuntarlas; al completarse se liberan y se aplica la
           *> cola con APLICOLA.
           ACCEPT FECHAB FROM DATE.
           MOVE "A" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           DISPLAY "Cierre nocturno del dia " FECHAB ".".
           DISPLAY "Cuando CIERREDIA pida la fecha, responda 0.".
           MOVE 0 TO PASOIND.
           MOVE "CIERRE" TO LOGPASO.
           MOVE "CADENA COMPLETA" TO LOGRESULT.
           PERFORM ESCRIBIRLOG2 THRU FINLOG.
           MOVE "D" TO CGACCION.
           CALL "CONGELADO" USING CGACCION, CGESTADO.
           CANCEL "CONGELADO".
           DISPLAY " ".
           DISPLAY "--- Operaciones en cola: APLICOLA ---".
           CALL "APLICOLA".
           CANCEL "APLICOLA".
           MOVE "APLICOLA" TO LOGPASO.
           MOVE "cola aplicada" TO LOGRESULT.
           PERFORM ESCRIBIRLOG2 THRU FINLOG.
           EXIT PROGRAM.

       CADENADETENIDA.
           DISPLAY "Corrija el paso informado y relance CIERRENOCHE:".
           DISPLAY "los pasos ya cerrados no se repetiran.".
           DISPLAY "Hasta entonces las operaciones en linea siguen "
                   "quedando en cola.".
           MOVE "CIERRE" TO LOGPASO.
           MOVE "CADENA DETENIDA" TO LOGRESULT.
           PERFORM ESCRIBIRLOG2 THRU FINLOG.
