* PORTA NE' ETA NE' CITTA: LE AGGIUNTE PARTONO CON ETA 001,
* DATA DI NASCITA A ZERO (COSI' FINISCONO DA SOLE SULLA LISTA
* DI DATENAS) E CITTA 'DA CENSIRE'. ESITI E CONTEGGI SU
* PONTE.TXT. PERSTRAN.TXT E' PRENOTATO COL MODULO COMUNE
* PRENOTA (PERSTRAN.LCK, COME ESPRESSO) DALL'APERTURA ALLA
* CHIUSURA; SE E' IN USO IL PONTE NON PARTE (RETURN-CODE 8)
*
* MODIFICHE:
* - PRENOTA PERSTRAN.LCK PRIMA DI APRIRE PERSTRAN.TXT E LO
*   RILASCIA DOPO LA CHIUSURA; RETURN-CODE 8 SE IN USO
*
 ENVIRONMENT DIVISION.
*
 01 CONT-NUOVI       PIC 9(5) VALUE 0.
 01 CONT-DOPPIONI    PIC 9(5) VALUE 0.
 01 TOTALE-EDIT      PIC ZZZZ9.
*****************************************************
* PRENOTAZIONE DI PERSTRAN.TXT COL MODULO COMUNE    *
* PRENOTA, A NOME DEL PONTE                         *
*****************************************************
 01 SIGLA-PONTE      PIC X(3) VALUE 'PON'.
 01 NOME-LOCK        PIC X(24) VALUE 'PERSTRAN.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************

 MAIN-LINE.
      PERFORM CARICA-ANAGRAFICA THRU FINE-CARICA-ANAGRAFICA.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK SIGLA-PONTE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           MOVE 8 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK SIGLA-PONTE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

