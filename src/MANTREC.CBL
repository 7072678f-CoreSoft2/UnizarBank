           RECORD KEY IS CODRECINTO
           FILE STATUS IS FSRC.

           SELECT ZONASFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZONAKEY
           FILE STATUS IS FSZN.

       DATA DIVISION.
       FILE SECTION.

                 02 NOMBRERECINTO PIC X(30).
                 02 AFORO PIC 9(5).

           *> Zonas de precio del recinto (platea, anfiteatro...):
           *> rangos de localidades con nombre, hasta 9 por recinto.
           *> MANTESP les pone precio por espectaculo y marca con
           *> ellas el plano de asientos.
           FD ZONASFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "ZONAS.DAT".
               01 ZONASREC.
                 02 ZONAKEY.
                   03 ZONRECINTO PIC X(4).
                   03 ZONNUM     PIC 9.
                 02 ZONNOMBRE  PIC X(12).
                 02 ZONDESDE   PIC 9(5). *> primera localidad
                 02 ZONHASTA   PIC 9(5). *> ultima localidad

       WORKING-STORAGE SECTION.
           77 FSRC    PIC XX.
           77 TECLA   PIC X(01).
           77 OPERACT PIC X(8).
           77 ROLACT  PIC X(1).
           77 SIGNOK  PIC X(1) VALUE "N".
           77 FSZN    PIC XX.
           77 LUGAR   PIC 99.
           77 ZONAIN  PIC 9.
           77 NOMZONIN PIC X(12).
           77 DESDEIN PIC 9(5).
           77 HASTAIN PIC 9(5).
           77 SOLAPE  PIC X VALUE "N".
           77 EXISTEZONA PIC X VALUE "N".

       PROCEDURE DIVISION.

           DISPLAY "Mantenimiento de recintos" LINE 5 COLUMN 27.
           DISPLAY "1 - Alta de recinto" LINE 9 COLUMN 25.
           DISPLAY "2 - Modificacion de recinto" LINE 11 COLUMN 25.
           DISPLAY "3 - Zonas del recinto" LINE 13 COLUMN 25.
           DISPLAY "4 - Salir" LINE 15 COLUMN 25.
           DISPLAY "Enter - Aceptar" LINE 24 COLUMN 10.
       ELEGIR.
           ACCEPT OPCION LINE 17 COLUMN 25
               ON EXCEPTION GO TO SALIDA
           END-ACCEPT.
           EVALUATE OPCION
               WHEN 2
                   GO TO MODIFICAR
               WHEN 3
                   GO TO ZONAS
               WHEN 4
                   GO TO SALIDA
               WHEN OTHER
                   GO TO ELEGIR
                   LINE 20 COLUMN 15.
           GO TO REPEATFIN.

       ZONAS.
           *> Alta, cambio o baja (nombre en blanco) de una zona de
           *> precio. Los rangos no pueden pisarse entre si ni pasar
           *> del aforo; las localidades que no caen en ninguna zona
           *> se venden como General al precio del espectaculo.
           CALL "MOSTRARTITULO".
           CANCEL "MOSTRARTITULO".
           DISPLAY "Zonas del recinto" LINE 5 COLUMN 29.
           DISPLAY "Codigo: " LINE 7 COLUMN 20.
           DISPLAY "F1 - Cancelar" LINE 24 COLUMN 50.

           OPEN INPUT RECINTOSFILE.
           IF FSRC = "35"
               CLOSE RECINTOSFILE
               DISPLAY "No hay recintos dados de alta"
                       LINE 20 COLUMN 15
               GO TO REPEATFIN
           END-IF.
           ACCEPT CODRECINTO LINE 7 COLUMN 28
               ON EXCEPTION
                   CLOSE RECINTOSFILE
                   GO TO MAIN-PARA
           END-ACCEPT.
           READ RECINTOSFILE
               INVALID KEY GO TO NOENCONTRADO
           END-READ.
           CLOSE RECINTOSFILE.
           DISPLAY NOMBRERECINTO LINE 7 COLUMN 34.
           DISPLAY "Aforo: " LINE 8 COLUMN 34.
           DISPLAY AFORO LINE 8 COLUMN 41.

           OPEN I-O ZONASFILE.
           IF FSZN = "35"
               OPEN OUTPUT ZONASFILE
               CLOSE ZONASFILE
               OPEN I-O ZONASFILE
           END-IF.
           DISPLAY "Zona Nombre        Desde  Hasta" LINE 9 COLUMN 20.
           MOVE 9 TO LUGAR.
           MOVE CODRECINTO TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO PEDIRZONA
           END-START.
       LISTARZONA.
           READ ZONASFILE NEXT RECORD
               AT END GO TO PEDIRZONA
           END-READ.
           IF ZONRECINTO NOT = CODRECINTO
               GO TO PEDIRZONA
           END-IF.
           ADD 1 TO LUGAR.
           DISPLAY ZONNUM LINE LUGAR COLUMN 21.
           DISPLAY ZONNOMBRE LINE LUGAR COLUMN 25.
           DISPLAY ZONDESDE LINE LUGAR COLUMN 39.
           DISPLAY ZONHASTA LINE LUGAR COLUMN 46.
           GO TO LISTARZONA.

       PEDIRZONA.
           DISPLAY "Zona (1-9): " LINE 19 COLUMN 20.
           DISPLAY "Nombre: " LINE 20 COLUMN 20.
           DISPLAY "Desde: " LINE 21 COLUMN 20.
           DISPLAY "Hasta: " LINE 21 COLUMN 40.
           ACCEPT ZONAIN LINE 19 COLUMN 32
               ON EXCEPTION GO TO CANCELARZONA
           END-ACCEPT.
           IF ZONAIN = 0
               GO TO PEDIRZONA
           END-IF.
           MOVE CODRECINTO TO ZONRECINTO.
           MOVE ZONAIN TO ZONNUM.
           MOVE "S" TO EXISTEZONA.
           READ ZONASFILE
               INVALID KEY MOVE "N" TO EXISTEZONA
           END-READ.
           IF EXISTEZONA = "S"
               MOVE ZONNOMBRE TO NOMZONIN
               MOVE ZONDESDE TO DESDEIN
               MOVE ZONHASTA TO HASTAIN
               DISPLAY NOMZONIN LINE 20 COLUMN 28
               DISPLAY DESDEIN LINE 21 COLUMN 27
               DISPLAY HASTAIN LINE 21 COLUMN 47
           ELSE
               MOVE SPACES TO NOMZONIN
               MOVE 0 TO DESDEIN
               MOVE 0 TO HASTAIN
           END-IF.
           ACCEPT NOMZONIN LINE 20 COLUMN 28
               ON EXCEPTION GO TO CANCELARZONA
           END-ACCEPT.
           IF NOMZONIN = SPACES
               GO TO BAJAZONA
           END-IF.
           ACCEPT DESDEIN LINE 21 COLUMN 27
               ON EXCEPTION GO TO CANCELARZONA
           END-ACCEPT.
           ACCEPT HASTAIN LINE 21 COLUMN 47
               ON EXCEPTION GO TO CANCELARZONA
           END-ACCEPT.
           IF DESDEIN = 0 OR HASTAIN < DESDEIN OR HASTAIN > AFORO
               DISPLAY "Rango fuera del aforo del recinto"
                       LINE 22 COLUMN 20
               GO TO CANCELARZONA
           END-IF.

           *> Ninguna otra zona del recinto puede compartir
           *> localidades con el rango tecleado.
           MOVE "N" TO SOLAPE.
           MOVE CODRECINTO TO ZONRECINTO.
           MOVE 0 TO ZONNUM.
           START ZONASFILE
               KEY NOT < ZONAKEY
               INVALID KEY GO TO FINSOLAPE
           END-START.
       BUSCARSOLAPE.
           READ ZONASFILE NEXT RECORD
               AT END GO TO FINSOLAPE
           END-READ.
           IF ZONRECINTO NOT = CODRECINTO
               GO TO FINSOLAPE
           END-IF.
           IF ZONNUM NOT = ZONAIN
                   AND DESDEIN NOT > ZONHASTA
                   AND HASTAIN NOT < ZONDESDE
               MOVE "S" TO SOLAPE
               GO TO FINSOLAPE
           END-IF.
           GO TO BUSCARSOLAPE.
       FINSOLAPE.
           IF SOLAPE = "S"
               DISPLAY "El rango pisa la zona " LINE 22 COLUMN 20
               DISPLAY ZONNOMBRE LINE 22 COLUMN 42
               GO TO CANCELARZONA
           END-IF.

           MOVE CODRECINTO TO ZONRECINTO.
           MOVE ZONAIN TO ZONNUM.
           MOVE NOMZONIN TO ZONNOMBRE.
           MOVE DESDEIN TO ZONDESDE.
           MOVE HASTAIN TO ZONHASTA.
           IF EXISTEZONA = "S"
               REWRITE ZONASREC
           ELSE
               WRITE ZONASREC
           END-IF.
           CLOSE ZONASFILE.
           DISPLAY "Zona grabada; los espectaculos la toman al darse"
                   LINE 22 COLUMN 15.
           DISPLAY "de alta o al modificarlos"
                   LINE 23 COLUMN 15.
           GO TO REPEATFIN.

       BAJAZONA.
           IF EXISTEZONA = "N"
               GO TO CANCELARZONA
           END-IF.
           MOVE CODRECINTO TO ZONRECINTO.
           MOVE ZONAIN TO ZONNUM.
           DELETE ZONASFILE RECORD.
           CLOSE ZONASFILE.
           DISPLAY "Zona dada de baja" LINE 22 COLUMN 20.
           GO TO REPEATFIN.

       CANCELARZONA.
           CLOSE ZONASFILE.
           GO TO REPEATFIN.

       NOENCONTRADO.
           DISPLAY "No existe ese recinto" LINE 20 COLUMN 15.
           GO TO CANCELAR.
