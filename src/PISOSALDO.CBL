       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISOSALDO.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITESFILE ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FSLF.

           SELECT DESCUBFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUENTADES
           FILE STATUS IS FSDE.

       DATA DIVISION.
       FILE SECTION.

           FD LIMITESFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "LIMITES.DAT".
               01 LIMITESREC.
                 02 LIMDIARIO PIC 9999999V99.
                 02 SALDOMIN  PIC 9999999V99.
                 02 HORASRES  PIC 99. *> horas de vida de una reserva

           FD DESCUBFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "DESCUBIERTOS.DAT".
               01 DESCUBREC.
                 02 CUENTADES PIC X(10).
                 02 LIMITEDES PIC 9999999V99. *> descubierto pactado
                 02 INIDES    PIC 9(6). *> AAMMDD inicio
                 02 FINDES    PIC 9(6). *> AAMMDD vencimiento
                 02 TASADES   PIC V9999. *> tipo mensual deudor

       WORKING-STORAGE SECTION.
           77 FSLF    PIC XX.
           77 FSDE    PIC XX.
           77 FECHACT PIC 9(6).
           77 RETENCION PIC 9999999V99.
           77 ENCOLA    PIC 9999999V99.
           77 FLOTA     PIC 9999999V99.

       LINKAGE SECTION.
           77 PSCUENTA PIC X(10).
           77 PSPISO   PIC S9999999V99. *> saldo minimo admisible
       PROCEDURE DIVISION USING PSCUENTA, PSPISO.

       MAIN-PARA.
           *> Rutina comun (se llama como VALIDARID) que da el saldo
           *> mas bajo al que puede llegar una cuenta tras un cargo:
           *> el SALDOMIN de LIMCONFIG o, si la cuenta tiene una linea
           *> de descubierto vigente (ver MANTDESC), menos el limite
           *> pactado. La usan todos los caminos de cargo (TRANSFER,
           *> COMPRAR, CAJA, EJECORDEN) en lugar de leer SALDOMIN
           *> cada uno por su cuenta. Las retenciones en vigor (ver
           *> RETENIDO) suben el piso en lo retenido: el cargo se mide
           *> contra el saldo disponible, no contra SALDO. Lo mismo
           *> las operaciones encoladas durante el cierre nocturno
           *> (ver ENCOLADO) mientras no se aplican, y los cheques
           *> ingresados que no han llegado a su fecha valor (ver
           *> FLOTANTE).
           MOVE 0 TO PSPISO.
           OPEN INPUT LIMITESFILE.
           IF FSLF NOT = "35"
               READ LIMITESFILE NEXT RECORD
                   AT END MOVE 0 TO SALDOMIN
               END-READ
               MOVE SALDOMIN TO PSPISO
               CLOSE LIMITESFILE
           END-IF.

       BUSCARLINEA.
           OPEN INPUT DESCUBFILE.
           IF FSDE = "35"
               GO TO SUMARRETENIDO
           END-IF.
           MOVE PSCUENTA TO CUENTADES.
           READ DESCUBFILE
               INVALID KEY
                   CLOSE DESCUBFILE
                   GO TO SUMARRETENIDO
           END-READ.
           CLOSE DESCUBFILE.
           *> La linea solo cuenta entre su inicio y su vencimiento;
           *> una linea vencida deja la cuenta con el minimo general
           *> (y, si sigue en rojo, la saca INFDESC).
           ACCEPT FECHACT FROM DATE.
           IF FECHACT < INIDES OR FECHACT > FINDES
               GO TO SUMARRETENIDO
           END-IF.
           COMPUTE PSPISO = 0 - LIMITEDES.

       SUMARRETENIDO.
           CALL "RETENIDO" USING PSCUENTA, RETENCION.
           CANCEL "RETENIDO".
           ADD RETENCION TO PSPISO.
           CALL "ENCOLADO" USING PSCUENTA, ENCOLA.
           CANCEL "ENCOLADO".
           ADD ENCOLA TO PSPISO.
           CALL "FLOTANTE" USING PSCUENTA, FLOTA.
           CANCEL "FLOTANTE".
           ADD FLOTA TO PSPISO.
           EXIT PROGRAM.

       END PROGRAM PISOSALDO.
