*   RICERCA 3 PER COGNOME, ANCHE PARZIALE (PREFISSO), CHE
*   ELENCA CODICE, NOME, ETA CALCOLATA E CITTA, COME LA
*   RICERCA PER DESCRIZIONE DI CRUD
* - STATO 'U' (CODICE UNITO AD UN ALTRO DA UNISCPER): RESTA
*   SULL'INDICE COME 'D'/'T' MA NON CONTA NEL REPORT
* - MODO-CHIAMATA 'E' PER IL GIRO ESPRESSO DI GIORNATA (ESPRESSO):
*   COME 'N' NON FA DOMANDE, MA LE GAMBE DI CONTROLLO VANNO SOTTO
*   IL PASSO 'ESPRESSO' INSIEME A QUELLE DI DELTAPER
*
 ENVIRONMENT DIVISION.
*
* MODO-CHIAMATA ARRIVA DA NOTTURNO.CBL QUANDO TABORDD*
* E' LANCIATO SENZA OPERATORE: 'N' SALTA L'ACCEPT    *
* DELL'ORDKEY E LA RICERCA INTERATTIVA, TENENDO      *
* SOLO ORDINAMENTO/REPORT/INDICE; 'E' (GIRO ESPRESSO *
* DI ESPRESSO) FA LO STESSO MA SCRIVE LE GAMBE DI    *
* CONTROLLO SOTTO IL PASSO 'ESPRESSO'                *
*****************************************************
 LINKAGE SECTION.
 01 MODO-CHIAMATA PIC X.

 MAIN-LINE.
      PERFORM IMPOSTA-AMBIENTE THRU FINE-IMPOSTA-AMBIENTE.
      IF MODO-CHIAMATA = 'N' OR MODO-CHIAMATA = 'E'
           MOVE 1 TO ORDKEY
      ELSE
           DISPLAY 'ORDINA PER: 1 COD FILIALE, 2 COGNOME, 3 ANNI'
      END-IF.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM PRODUCI THRU FINE-PRODUCI.
      IF MODO-CHIAMATA NOT = 'N' AND MODO-CHIAMATA NOT = 'E'
           MOVE 1 TO CHOICE
           PERFORM RICERCA THRU FINE-RICERCA UNTIL CHOICE = 0
      END-IF.
* SOLO GLI ATTIVI CONTANO NEL REPORT E NELLE STATISTICHE; I
* DECEDUTI E I TRASFERITI RESTANO VISIBILI SULL'INDICE
     IF STATO-PERSONA NOT = 'D' AND STATO-PERSONA NOT = 'T'
        AND STATO-PERSONA NOT = 'U'
          ADD 1 TO CONT
          PERFORM CALCOLA-ETA THRU FINE-CALCOLA-ETA
          PERFORM STAMPA-RIGA THRU FINE-STAMPA-RIGA
 SCRIVI-INDICE.
     MOVE CODICE  TO IDX-COD.
     IF STATO-PERSONA = 'D' OR STATO-PERSONA = 'T'
        OR STATO-PERSONA = 'U'
          MOVE STATO-PERSONA TO IDX-STATO
     ELSE
          MOVE 'A' TO IDX-STATO
*****************************************************
 SCRIVI-CONTROLLI.
     OPEN EXTEND CTLF.
     IF MODO-CHIAMATA = 'E'
          MOVE 'ESPRESSO' TO CTL-PASSO
     ELSE
          MOVE 'TABORDD' TO CTL-PASSO
     END-IF.
     MOVE 'ANAGR2.TXT' TO CTL-FILE.
     MOVE 'I' TO CTL-VERSO.
     MOVE CONT-LETTI TO CTL-CONTEGGIO.
