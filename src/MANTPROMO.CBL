       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPROMO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONESFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROCOD
           LOCK MODE IS MANUAL
           FILE STATUS IS FSPR.

           SELECT ESPECTACULOSFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUM
           FILE STATUS IS FSEF.

       DATA DIVISION.
       FILE SECTION.

           *> Promociones y descuentos de concesion (estudiantes,
           *> jubilados, codigos de promotor) que COMPRAR aplica a la
           *> compra si el cliente da el codigo.
           FD PROMOCIONESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PROMOCIONES.DAT".
               01 PROMOCIONESREC.
                 02 PROCOD     PIC X(8).
                 02 PRODESC    PIC X(20).
                 02 PROESP     PIC 9(5). *> espectaculo (0 = todos)
                 02 PROTIPO    PIC X(1). *> P porcentaje / F fijo
                                         *> por entrada
                 02 PROVALOR   PIC 999V99. *> % o importe por entrada
                 02 PRODESDE   PIC 9(6). *> AAMMDD inicio
                 02 PROHASTA   PIC 9(6). *> AAMMDD fin
                 02 PROMAXUSOS PIC 9(5). *> compras admitidas
                                         *> (0 = sin tope)
                 02 PROUSOS    PIC 9(5). *> compras que la usaron
                 02 PROCONCES  PIC X(1). *> S concesion: documento
                                         *> en puerta (PUERTA) / N no
                 02 PROENTR    PIC 9(7). *> entradas vendidas con ella
                 02 PRODTO     PIC 9(7)V99. *> descuento concedido

           FD ESPECTACULOSFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ESPECTACULOS.DAT".
               01 ESPECTACULOSREC.
                 02 NUM      PIC 9(5).
                 02 NOMBRE   PIC X(20).
                 02 DESCRIPCION   PIC X(20).
                 02 PRECIO PIC 999V99.
                 02 DURACION PIC 9(3). *> minutos

       WORKING-STORAGE SECTION.
           *> Evento de auditoria (ver GRABAUDIT)
           01 AUDITREC.
             02 AUDITFECHORA PIC 9999999999. *> AAMMDDHHMM
             02 AUDITORIGEN  PIC X(10).
             02 AUDITDNI     PIC X(9).
             02 AUDITACCION  PIC X(20).
             02 AUDITDETALLE PIC X(40).
             02 AUDITOPER    PIC X(8). *> operador en el terminal
           77 FSPR      PIC XX.
           77 FSEF      PIC XX.
           77 OPCION    PIC 9 VALUE 0.
           77 CODIN     PIC X(8).
           77 EXISTIA   PIC X(1).
           77 LISTADOS  PIC 9(5) VALUE 0.
           77 VALORFORMA PIC ZZ9.99.
           77 AUDFECHAB PIC 9(6).
           77 AUDHORA   PIC 9(8).
           77 AUDHORAMIN PIC 9(4).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       IDENTOPER.
           *> Las promociones son precio de venta: solo las da de
           *> alta o las cambia un supervisor, igual que las lineas
           *> de MANTDESC.
           CALL "OPSIGNON" USING OPERACT, ROLACT, SIGNOK.
           CANCEL "OPSIGNON".
           IF SIGNOK NOT = "S"
               EXIT PROGRAM
           END-IF.
           IF ROLACT NOT = "S"
               DISPLAY "Funcion reservada a supervisores."
               EXIT PROGRAM
           END-IF.

       MAIN-PARA.
           *> Fichero de promociones (PROMOCIONES.DAT): codigo que da
           *> el cliente al comprar, espectaculo al que se aplica,
           *> descuento en porcentaje o fijo por entrada, vigencia,
           *> tope de compras y si es de concesion (la puerta pide el
           *> documento). COMPRAR cuenta cada uso e INFPROMO saca lo
           *> que ha costado cada una.
           DISPLAY " ".
           DISPLAY "Promociones y descuentos".
           DISPLAY "1-Listar  2-Alta/Modificar  3-Baja  4-Salir".
           DISPLAY "Opcion: " WITH NO ADVANCING.
           ACCEPT OPCION.
           EVALUATE OPCION
               WHEN 1
                   GO TO LISTAR
               WHEN 2
                   GO TO ALTA
               WHEN 3
                   GO TO BAJA
               WHEN 4
                   EXIT PROGRAM
               WHEN OTHER
                   GO TO MAIN-PARA
           END-EVALUATE.

       LISTAR.
           MOVE 0 TO LISTADOS.
           OPEN INPUT PROMOCIONESFILE.
           IF FSPR = "35"
               DISPLAY "No hay promociones registradas."
               GO TO MAIN-PARA
           END-IF.
           DISPLAY "Codigo   Descripcion          Esp.  T  Valor  "
                   "Desde  Hasta  Usos/Tope    C".
       LEERLISTA.
           READ PROMOCIONESFILE NEXT RECORD
               AT END GO TO FINLISTA
           END-READ.
           MOVE PROVALOR TO VALORFORMA.
           DISPLAY PROCOD " " PRODESC " " PROESP " " PROTIPO " "
                   VALORFORMA " " PRODESDE " " PROHASTA " " PROUSOS
                   "/" PROMAXUSOS " " PROCONCES.
           ADD 1 TO LISTADOS.
           GO TO LEERLISTA.
       FINLISTA.
           CLOSE PROMOCIONESFILE.
           DISPLAY "Promociones registradas: " LISTADOS.
           GO TO MAIN-PARA.

       ALTA.
           DISPLAY "Codigo de promocion: " WITH NO ADVANCING.
           ACCEPT CODIN.
           IF CODIN = SPACES
               GO TO MAIN-PARA
           END-IF.
           OPEN I-O PROMOCIONESFILE.
           IF FSPR = "35"
               OPEN OUTPUT PROMOCIONESFILE
               CLOSE PROMOCIONESFILE
               OPEN I-O PROMOCIONESFILE
           END-IF.
           MOVE CODIN TO PROCOD.
           MOVE "S" TO EXISTIA.
           READ PROMOCIONESFILE WITH LOCK
               INVALID KEY
                   MOVE "N" TO EXISTIA
                   MOVE CODIN TO PROCOD
                   MOVE 0 TO PROUSOS
                   MOVE 0 TO PROENTR
                   MOVE 0 TO PRODTO
           END-READ.
           *> Al modificar se conservan los contadores de uso: el
           *> coste ya concedido no se pierde por cambiar el tope o
           *> la vigencia.
           IF EXISTIA = "S"
               MOVE PROVALOR TO VALORFORMA
               DISPLAY "Actual: " PRODESC " esp " PROESP " tipo "
                       PROTIPO " " VALORFORMA " del " PRODESDE " al "
                       PROHASTA " usos " PROUSOS "/" PROMAXUSOS
           END-IF.
           DISPLAY "Descripcion: " WITH NO ADVANCING.
           ACCEPT PRODESC.
           DISPLAY "Espectaculo (0 = todos): " WITH NO ADVANCING.
           ACCEPT PROESP.
           DISPLAY "Tipo (P porcentaje / F fijo por entrada): "
                   WITH NO ADVANCING.
           ACCEPT PROTIPO.
           DISPLAY "Valor (porcentaje o importe por entrada): "
                   WITH NO ADVANCING.
           ACCEPT PROVALOR.
           DISPLAY "Valida desde (AAMMDD): " WITH NO ADVANCING.
           ACCEPT PRODESDE.
           DISPLAY "Valida hasta (AAMMDD): " WITH NO ADVANCING.
           ACCEPT PROHASTA.
           DISPLAY "Tope de compras (0 = sin tope): "
                   WITH NO ADVANCING.
           ACCEPT PROMAXUSOS.
           DISPLAY "Concesion, pedir documento en puerta (S/N): "
                   WITH NO ADVANCING.
           ACCEPT PROCONCES.
           IF PROTIPO NOT = "P" AND PROTIPO NOT = "F"
               DISPLAY "Datos no validos: el tipo debe ser P o F."
               GO TO RECHAZARALTA
           END-IF.
           IF PROVALOR = 0 OR (PROTIPO = "P" AND PROVALOR > 100)
               DISPLAY "Datos no validos: el porcentaje va de 0 a "
                       "100 y el valor no puede ser cero."
               GO TO RECHAZARALTA
           END-IF.
           IF PROHASTA < PRODESDE
               DISPLAY "Datos no validos: fin anterior al inicio."
               GO TO RECHAZARALTA
           END-IF.
           IF PROCONCES NOT = "S" AND PROCONCES NOT = "N"
               DISPLAY "Datos no validos: concesion debe ser S o N."
               GO TO RECHAZARALTA
           END-IF.
           IF PROESP NOT = 0
               OPEN INPUT ESPECTACULOSFILE
               MOVE PROESP TO NUM
               READ ESPECTACULOSFILE
                   INVALID KEY
                       MOVE 0 TO NUM
               END-READ
               CLOSE ESPECTACULOSFILE
               IF NUM = 0
                   DISPLAY "No existe ese espectaculo."
                   GO TO RECHAZARALTA
               END-IF
           END-IF.
           IF EXISTIA = "S"
               REWRITE PROMOCIONESREC
               UNLOCK PROMOCIONESFILE
               MOVE "PROMO MODIFICADA" TO AUDITACCION
           ELSE
               WRITE PROMOCIONESREC
               MOVE "PROMO ALTA" TO AUDITACCION
           END-IF.
           CLOSE PROMOCIONESFILE.
           MOVE PROVALOR TO VALORFORMA.
           MOVE SPACES TO AUDITDETALLE.
           STRING PROCOD " esp " PROESP " " PROTIPO " " VALORFORMA
                  " hasta " PROHASTA DELIMITED BY SIZE
                  INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Promocion registrada correctamente.".
           GO TO MAIN-PARA.
       RECHAZARALTA.
           IF EXISTIA = "S"
               UNLOCK PROMOCIONESFILE
           END-IF.
           CLOSE PROMOCIONESFILE.
           GO TO MAIN-PARA.

       BAJA.
           *> La baja borra el codigo: las compras ya hechas lo
           *> conservan en su movimiento (PROMOMOV), pero INFPROMO
           *> deja de sacarlo. Para cerrar una promocion sin perder
           *> su coste basta con adelantar la fecha de fin.
           DISPLAY "Codigo de promocion: " WITH NO ADVANCING.
           ACCEPT CODIN.
           OPEN I-O PROMOCIONESFILE.
           IF FSPR = "35"
               DISPLAY "No hay promociones registradas."
               CLOSE PROMOCIONESFILE
               GO TO MAIN-PARA
           END-IF.
           MOVE CODIN TO PROCOD.
           READ PROMOCIONESFILE WITH LOCK
               INVALID KEY
                   CLOSE PROMOCIONESFILE
                   DISPLAY "No existe esa promocion."
                   GO TO MAIN-PARA
           END-READ.
           DELETE PROMOCIONESFILE RECORD.
           UNLOCK PROMOCIONESFILE.
           CLOSE PROMOCIONESFILE.
           MOVE "PROMO BAJA" TO AUDITACCION.
           MOVE SPACES TO AUDITDETALLE.
           STRING CODIN " usos " PROUSOS " baja"
                  DELIMITED BY SIZE INTO AUDITDETALLE.
           PERFORM AUDITAR THRU FINAUDITAR.
           DISPLAY "Promocion dada de baja.".
           GO TO MAIN-PARA.

       AUDITAR.
           *> Rastro de seguridad separado de MOVIMIENTOSFILE (ver
           *> AUDITORIA), igual que MANTDESC.
           ACCEPT AUDFECHAB FROM DATE.
           ACCEPT AUDHORA FROM TIME.
           MULTIPLY AUDFECHAB BY 10000 GIVING AUDITFECHORA.
           DIVIDE AUDHORA BY 10000 GIVING AUDHORAMIN.
           ADD AUDHORAMIN TO AUDITFECHORA GIVING AUDITFECHORA.
           MOVE "MANTPROMO" TO AUDITORIGEN.
           MOVE SPACES TO AUDITDNI.
           MOVE OPERACT TO AUDITOPER.
           CALL "GRABAUDIT" USING AUDITREC
           CANCEL "GRABAUDIT".
       FINAUDITAR.
           EXIT.

       END PROGRAM MANTPROMO.
