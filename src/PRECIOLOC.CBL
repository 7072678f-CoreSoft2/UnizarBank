       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECIOLOC.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECIOZONAFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PZKEY
           FILE STATUS IS FSPZ.

       DATA DIVISION.
       FILE SECTION.

           FD PRECIOZONAFILE
                   LABEL RECORDS ARE STANDARD
                   VALUE OF FILE-ID IS "PRECIOZONA.DAT".
               01 PRECIOZONAREC.
                 02 PZKEY.
                   03 PZNUM     PIC 9(5).
                   03 PZRECINTO PIC X(4).
                   03 PZZONA    PIC 9.
                 02 PZPRECIO PIC 999V99.

       WORKING-STORAGE SECTION.
           77 FSPZ   PIC XX.

       LINKAGE SECTION.
           77 PLNUM    PIC 9(5).
           77 PLRECINTO PIC X(4).
           77 PLZONA   PIC 9.
           77 PLPRECIO PIC 999V99.
       PROCEDURE DIVISION USING PLNUM, PLRECINTO, PLZONA, PLPRECIO.

       MAIN-PARA.
           *> Precio de una localidad segun su zona (ver MANTREC y
           *> MANTESP): PLPRECIO entra con el PRECIO general del
           *> espectaculo PLNUM y sale con el de la zona si el
           *> espectaculo le tiene puesto precio en el recinto de la
           *> sesion. La zona 0 (localidades fuera de toda zona, o
           *> recintos sin zonas) va siempre al general.
           IF PLZONA = 0
               EXIT PROGRAM
           END-IF.
           OPEN INPUT PRECIOZONAFILE.
           IF FSPZ = "35"
               EXIT PROGRAM
           END-IF.
           MOVE PLNUM TO PZNUM.
           MOVE PLRECINTO TO PZRECINTO.
           MOVE PLZONA TO PZZONA.
           READ PRECIOZONAFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PZPRECIO TO PLPRECIO
           END-READ.
           CLOSE PRECIOZONAFILE.
           EXIT PROGRAM.

       END PROGRAM PRECIOLOC.
