       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHAUDIT.
       AUTHOR. J Tello y S Josa

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 ACUM1  PIC 9(9) COMP.
           77 ACUM2  PIC 9(9) COMP.
           77 CODCAR PIC 9(3) COMP.
           77 POS    PIC 999.
           77 PARTE1 PIC 9(7).
           77 PARTE2 PIC 9(7).

       LINKAGE SECTION.
           *> Resumen del registro anterior, evento y numero de orden
           *> (ver GRABAUDIT).
           01 HADATOS.
             02 HAANTERIOR PIC X(15).
             02 HAEVENTO   PIC X(97).
             02 HASEQ      PIC 9(9).
           77 HARESUL PIC X(15).
       PROCEDURE DIVISION USING HADATOS, HARESUL.

       MAIN-PARA.
           *> Resumen encadenado de un registro de auditoria, con los
           *> mismos dos acumuladores modulares que HASHCLAVE pero
           *> sobre los 121 caracteres del resumen anterior, el
           *> evento y su numero de orden. Como cada resumen incluye
           *> el del registro anterior, tocar, quitar o intercalar
           *> una fila de AUDIT.DAT deja de casar con la cadena. La
           *> usan GRABAUDIT al escribir, y VERIFAUD, AUDITORIA y
           *> CONVAUDIT al recorrer el fichero.
           MOVE 7 TO ACUM1.
           MOVE 13 TO ACUM2.
           MOVE 0 TO POS.
       SUMARCARACTER.
           ADD 1 TO POS.
           IF POS > 121
               GO TO COMPONER
           END-IF.
           COMPUTE CODCAR = FUNCTION ORD (HADATOS (POS:1)).
           COMPUTE ACUM1 = FUNCTION MOD
                   (ACUM1 * 31 + CODCAR * POS, 9999991).
           COMPUTE ACUM2 = FUNCTION MOD
                   (ACUM2 * 37 + CODCAR + POS * POS, 9999943).
           GO TO SUMARCARACTER.

       COMPONER.
           MOVE ACUM1 TO PARTE1.
           MOVE ACUM2 TO PARTE2.
           STRING "#" PARTE1 PARTE2
                  DELIMITED BY SIZE INTO HARESUL.
           EXIT PROGRAM.

       END PROGRAM HASHAUDIT.
