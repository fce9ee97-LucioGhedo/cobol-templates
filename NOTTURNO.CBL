*   NOTTURNO DEI TOTALI PER CITTA SU CITTASTOR.TXT E REPORT
*   DELLE TENDENZE CITTA PER CITTA; COME STATNOT, IL LORO RC 4
*   NON FERMA LA CATENA
* - NUOVO PASSO RILPEND IN TESTA ALLA CATENA (ORDINE 05): RILASCIA
*   SU CRUDTRAN.TXT LE VARIAZIONI FILIALI PROGRAMMATE CON MANPEND
*   LA CUI DATA DI EFFETTO E' ARRIVATA ALLA DATA DI ELABORAZIONE
*   E SCRIVE L'ELENCO RILPEND.TXT; IL SUO RC 4 NON FERMA LA
*   CATENA
* - NUOVO PASSO VERIFREF (ORDINE 65, PRIMA DI APRINC): VERIFICA
*   I RIFERIMENTI TRA FILE E SCRIVE VERIFREF.TXT; IL SUO RC 4
*   (LEGAMI ROTTI IN AUMENTO) NON FERMA LA CATENA
* - NUOVO PASSO MINORI (ORDINE 72, SOLO FINE MESE): MINORI SENZA
*   TUTORE E TUTELE CHE FINISCONO PER I 18 ANNI NEI PROSSIMI 30
*   GIORNI SU MINORI.TXT; NON FERMA LA CATENA
* - NUOVO PASSO CONSREP (ORDINE 74, SOLO FINE MESE): LIVELLI DI
*   CONSENSO PER FILIALE SU CONSREP.TXT; NON FERMA LA CATENA
* - NUOVO PASSO OBIREP (ORDINE 76, SOLO FINE MESE): NUOVI RAPPORTI
*   DELL'ANNO CONTRO OBIETTIVO PER FILIALE E ZONA SU OBIREP.TXT;
*   NON FERMA LA CATENA
* - NUOVO PASSO QUALREP (ORDINE 78, SOLO FINE MESE): PAGELLA
*   DELLA QUALITA DEI DATI PER FILIALE E ZONA SU QUALREP.TXT,
*   CON LO STORICO QUALSTOR.TXT; NON FERMA LA CATENA
* - NUOVO PASSO LETTFIL (ORDINE 68, OGNI NOTTE): LETTERE AI CLIENTI
*   DELLE CITTA CAMBIATE DI FILIALE SU LETTERE.TXT E DISTINTA DI
*   SPEDIZIONE LETTSPED.TXT DALLA CODA AVVISI.TXT; NON FERMA LA
*   CATENA
* - NUOVO PASSO CHIUANNO (ORDINE 80, SOLO FINE MESE): CHIUSURA
*   D'ANNO L'ULTIMO GIORNO LAVORATIVO DELL'ANNO, CON I NUMERI
*   CONGELATI SU STATANNO.TXT; COME GLI ALTRI MENSILI IL SUO RC 4
*   NON FERMA LA CATENA
* - IMMAGINE PRIMA DEL PASSO: I FILE CHE OGNI PASSO DICHIARA SU
*   FILEPASS.TXT (DI RIPIEGO DELTAPER, POPOLA, TABORDD E INDICI)
*   VENGONO COPIATI DAL MODULO IMMAGINE PRIMA DI LANCIARLO E
*   RIMESSI A POSTO
*   SE IL PASSO FINISCE CON UN ERRORE BLOCCANTE; SE LA CATENA CADE
*   DENTRO IL PASSO IL RIPRISTINO AVVIENE ALLA PARTENZA SUCCESSIVA,
*   PRIMA DELLA PROPOSTA DI RIPRESA. OGNI RIPRISTINO LASCIA UN
*   RECORD 'RIPRIST' SU NOTTURNO.RUN E UNA RIGA PER FILE SU
*   EXCEPTION.LOG, SENZA PIU' SALVAIDX/RIPRIDX A MANO
* - NUOVO PASSO VERCAT (ORDINE 01, BLOCCANTE): VERIFICA OGNI FILE
*   DATI CONTRO IL CATALOGO CATFILE.TXT (LUNGHEZZA DEL RECORD,
*   PRIMO E ULTIMO RECORD) E FERMA LA CATENA PRIMA DI QUALSIASI
*   AGGIORNAMENTO SE UN FILE NON E' CONFORME; TABELLA PASSI
*   PORTATA A 30
* - NUOVO PASSO ORDEST (ORDINE 25, DOPO DELTAPER): ORDINA UNA VOLTA
*   SOLA ANAGR2.TXT PER CITTA E ABITANTI.TXT PER CITTA E COGNOME
*   PER DEMOGRAF, DATENAS, FAMIGLIE, ETICHET E IL REPORT PER CITTA,
*   CON LA RIGA DI CONTROLLO SU ESTRORD.TXT; NON FERMA LA CATENA
* - NUOVO PASSO ESEGRICH (ORDINE 95, DOPO QUADRA): ESEGUE LE
*   RICHIESTE DI REPORT ACCODATE DA MENU (RICHREP) E NE SCRIVE
*   L'ESITO SU RICHIESTE.TXT; NON FERMA LA CATENA
* - IL RECORD 'ESPRESSO' SCRITTO SU NOTTURNO.RUN DAL GIRO DI
*   GIORNATA ESPRESSO NON E' UN PASSO DELLA CATENA: NON TOCCA LO
*   STATO DELLA RIPRESA
*
 ENVIRONMENT DIVISION.
*
*****************************************************
* RECORD DI CONTROLLO: NOME PASSO (O MARCATORE      *
* 'INIZIO'/'FINE'), DATA/ORA DI INIZIO E DI FINE,   *
* RETURN-CODE DEL PASSO. IL MARCATORE 'RIPRIST'     *
* SEGNA UN RIPRISTINO DALLE IMMAGINI PRIMA DEL      *
* PASSO E PORTA IN RUN-RC IL NUMERO DI FILE         *
* RIPRISTINATI (IL DETTAGLIO E' SU EXCEPTION.LOG)   *
*****************************************************
 FD   RUNF
      DATA RECORD IS REC-RUN.
* CATENA.TXT (O DAL RIPIEGO COMPILATO) E ORDINATA   *
* PER ORDINE; PAS-OK SERVE ALLA RIPRESA             *
*****************************************************
 01 MAX-PASSI         PIC 99 VALUE 30.
 01 TABELLA-PASSI.
    05 RIGA-PASSO OCCURS 1 TO 30 TIMES DEPENDING ON CONT-PASSI.
       10 PAS-NOME      PIC X(8).
       10 PAS-ORDINE    PIC 99.
       10 PAS-SALTA     PIC X.
 01 IND-RECUPERI      PIC 99 VALUE 0.
 01 RECUPERO-SCELTO   PIC 9 VALUE 0.
 01 RECUPERI-ESEGUITI PIC 99 VALUE 0.
*****************************************************
* IMMAGINI PRIMA DEL PASSO (MODULO IMMAGINE): PASSO,*
* FILE SALVATI O RIPRISTINATI ED ESITO              *
*****************************************************
 01 PASSO-IMMAGINE    PIC X(8) VALUE SPACES.
 01 FILE-IMMAGINE     PIC 99 VALUE 0.
 01 ESITO-IMMAGINE    PIC 9 VALUE 0.
************************************************************
*                PROCEDURE DIVISION
************************************************************
* LA SEQUENZA DI SEMPRE, COMPILATA COME RIPIEGO     *
*****************************************************
 CATENA-DI-RIPIEGO.
     MOVE 22 TO CONT-PASSI.
     MOVE 'GESTREP'  TO PAS-NOME(1).
     MOVE 10 TO PAS-ORDINE(1).
     MOVE 'N' TO PAS-SALTA(1).
     MOVE 'N' TO PAS-SALTA(11).
     MOVE 'S' TO PAS-BLOCCA(11).
     MOVE 'N' TO PAS-FINE-MESE(11).
* IL RILASCIO DELLE VARIAZIONI PROGRAMMATE APRE LA CATENA E NON
* LA FERMA
     MOVE 'RILPEND'  TO PAS-NOME(12).
     MOVE 05 TO PAS-ORDINE(12).
     MOVE 'N' TO PAS-SALTA(12).
     MOVE 'N' TO PAS-BLOCCA(12).
     MOVE 'N' TO PAS-FINE-MESE(12).
* LA VERIFICA DEI RIFERIMENTI TRA FILE PASSA PRIMA DI APRINC, CHE
* NE LEGGE L'ANOMALIA; NON FERMA LA CATENA
     MOVE 'VERIFREF' TO PAS-NOME(13).
     MOVE 65 TO PAS-ORDINE(13).
     MOVE 'N' TO PAS-SALTA(13).
     MOVE 'N' TO PAS-BLOCCA(13).
     MOVE 'N' TO PAS-FINE-MESE(13).
* IL REPORT DEI MINORI SENZA TUTORE E DELLE TUTELE IN SCADENZA
* E' MENSILE E NON FERMA LA CATENA
     MOVE 'MINORI'   TO PAS-NOME(14).
     MOVE 72 TO PAS-ORDINE(14).
     MOVE 'N' TO PAS-SALTA(14).
     MOVE 'N' TO PAS-BLOCCA(14).
     MOVE 'S' TO PAS-FINE-MESE(14).
* I LIVELLI DI CONSENSO PER FILIALE SONO MENSILI E NON FERMANO LA
* CATENA
     MOVE 'CONSREP'  TO PAS-NOME(15).
     MOVE 74 TO PAS-ORDINE(15).
     MOVE 'N' TO PAS-SALTA(15).
     MOVE 'N' TO PAS-BLOCCA(15).
     MOVE 'S' TO PAS-FINE-MESE(15).
* IL REALIZZATO CONTRO OBIETTIVO SI STAMPA CON I MENSILI, DOPO
* CONSMESE, E NON FERMA LA CATENA
     MOVE 'OBIREP'   TO PAS-NOME(16).
     MOVE 76 TO PAS-ORDINE(16).
     MOVE 'N' TO PAS-SALTA(16).
     MOVE 'N' TO PAS-BLOCCA(16).
     MOVE 'S' TO PAS-FINE-MESE(16).
* LA PAGELLA DELLA QUALITA DEI DATI PER FILIALE E' MENSILE E NON
* FERMA LA CATENA
     MOVE 'QUALREP'  TO PAS-NOME(17).
     MOVE 78 TO PAS-ORDINE(17).
     MOVE 'N' TO PAS-SALTA(17).
     MOVE 'N' TO PAS-BLOCCA(17).
     MOVE 'S' TO PAS-FINE-MESE(17).
* LE LETTERE AI CLIENTI DELLE CITTA CAMBIATE DI FILIALE ESCONO
* OGNI NOTTE E NON FERMANO LA CATENA
     MOVE 'LETTFIL'  TO PAS-NOME(18).
     MOVE 68 TO PAS-ORDINE(18).
     MOVE 'N' TO PAS-SALTA(18).
     MOVE 'N' TO PAS-BLOCCA(18).
     MOVE 'N' TO PAS-FINE-MESE(18).
* LA CHIUSURA D'ANNO GIRA CON I MENSILI, DOPO CONSMESE E QUALREP
* (LAVORA SOLO L'ULTIMO GIORNO LAVORATIVO DELL'ANNO) E NON FERMA
* LA CATENA
     MOVE 'CHIUANNO' TO PAS-NOME(19).
     MOVE 80 TO PAS-ORDINE(19).
     MOVE 'N' TO PAS-SALTA(19).
     MOVE 'N' TO PAS-BLOCCA(19).
     MOVE 'S' TO PAS-FINE-MESE(19).
* LA VERIFICA DEI FILE CONTRO IL CATALOGO GIRA PER PRIMA E FERMA
* LA CATENA SE UN FILE NON E' CONFORME
     MOVE 'VERCAT'   TO PAS-NOME(20).
     MOVE 01 TO PAS-ORDINE(20).
     MOVE 'N' TO PAS-SALTA(20).
     MOVE 'S' TO PAS-BLOCCA(20).
     MOVE 'N' TO PAS-FINE-MESE(20).
* GLI ESTRATTI ORDINATI SI FANNO DOPO DELTAPER, ULTIMO A TOCCARE
* ANAGR2.TXT; SE NON RIESCONO I REPORT ORDINANO DA SOLI, QUINDI
* LA CATENA NON SI FERMA
     MOVE 'ORDEST'   TO PAS-NOME(21).
     MOVE 25 TO PAS-ORDINE(21).
     MOVE 'N' TO PAS-SALTA(21).
     MOVE 'N' TO PAS-BLOCCA(21).
     MOVE 'N' TO PAS-FINE-MESE(21).
* LE RICHIESTE DI REPORT SU DOMANDA GIRANO IN CODA, DOPO LA
* QUADRATURA, SUGLI ARCHIVI GIA' AGGIORNATI; UNA RICHIESTA
* FALLITA NON FERMA LA CATENA
     MOVE 'ESEGRICH' TO PAS-NOME(22).
     MOVE 95 TO PAS-ORDINE(22).
     MOVE 'N' TO PAS-SALTA(22).
     MOVE 'N' TO PAS-BLOCCA(22).
     MOVE 'N' TO PAS-FINE-MESE(22).
     MOVE 0 TO PAS-OK(1) PAS-OK(2) PAS-OK(3) PAS-OK(4)
               PAS-OK(5) PAS-OK(6) PAS-OK(7) PAS-OK(8)
               PAS-OK(9) PAS-OK(10) PAS-OK(11) PAS-OK(12)
               PAS-OK(13) PAS-OK(14) PAS-OK(15) PAS-OK(16)
               PAS-OK(17) PAS-OK(18) PAS-OK(19) PAS-OK(20)
               PAS-OK(21) PAS-OK(22).
 FINE-CATENA-DI-RIPIEGO.
      EXIT.
* BOLLA DI CONFRONTO SUL CAMPO ORDINE, COME FA POPOLA
     PERFORM ESAMINA-RECORD-RUN THRU FINE-ESAMINA-RECORD-RUN
          UNTIL FINE-RUNF = 'S'.
     CLOSE RUNF.
     PERFORM RIPRISTINO-IN-PARTENZA
          THRU FINE-RIPRISTINO-IN-PARTENZA.
     IF CATENA-COMPLETA NOT = 'S'
          PERFORM PROPONI-RIPRESA THRU FINE-PROPONI-RIPRESA
     END-IF.
 FINE-CONTROLLA-RIPRESA.
      EXIT.
*****************************************************
* SE LA CATENA PRECEDENTE E' CADUTA DENTRO UN PASSO *
* SONO RIMASTE LE IMMAGINI DEI SUOI FILE: VENGONO   *
* RIPRISTINATE SUBITO, COSI' LA RIPRESA (O LA       *
* RIPARTENZA) LAVORA SU FILE PULITI                 *
*****************************************************
 RIPRISTINO-IN-PARTENZA.
     MOVE SPACES TO PASSO-IMMAGINE.
     PERFORM SEGNA-MOMENTO-INIZIO THRU FINE-SEGNA-MOMENTO-INIZIO.
     CALL 'IMMAGINE' USING 'R' PASSO-IMMAGINE FILE-IMMAGINE
                           ESITO-IMMAGINE.
     IF FILE-IMMAGINE > 0
          DISPLAY 'IL PASSO ' PASSO-IMMAGINE ' SI ERA INTERROTTO:'
                  ' RIPRISTINATI ' FILE-IMMAGINE ' FILE DALLA SUA'
                  ' IMMAGINE'
          OPEN EXTEND RUNF
          PERFORM SCRIVI-RECORD-RIPRISTINO
               THRU FINE-SCRIVI-RECORD-RIPRISTINO
          CLOSE RUNF
     END-IF.
     IF ESITO-IMMAGINE NOT = 0
          DISPLAY 'ATTENZIONE: RIPRISTINO INCOMPLETO, VEDI'
                  ' EXCEPTION.LOG'
     END-IF.
 FINE-RIPRISTINO-IN-PARTENZA.
      EXIT.
 ESAMINA-RECORD-RUN.
     EVALUATE RUN-PASSO
          WHEN 'INIZIO'
          WHEN 'FINE'
               MOVE 'S' TO CATENA-COMPLETA
               MOVE RUN-DATA-ELAB TO ULTIMA-DATA-COMPLETATA
* IL GIRO DI GIORNATA DI ESPRESSO NON E' UN PASSO DELLA CATENA
          WHEN 'ESPRESSO'
               CONTINUE
          WHEN OTHER
               PERFORM SEGNA-PASSO-OK THRU FINE-SEGNA-PASSO-OK
     END-EVALUATE.
     DISPLAY 'ESEGUO ' PAS-NOME(IND-PASSO).
     MOVE PAS-NOME(IND-PASSO) TO RUN-PASSO.
     PERFORM SEGNA-MOMENTO-INIZIO THRU FINE-SEGNA-MOMENTO-INIZIO.
* PRIMA DEL PASSO L'IMMAGINE DEI FILE CHE DICHIARA SU
* FILEPASS.TXT; SE NON RIESCE IL PASSO NON PARTE E RISULTA
* FALLITO, LA CATENA DECIDE COL SUO FLAG
     MOVE PAS-NOME(IND-PASSO) TO PASSO-IMMAGINE.
     CALL 'IMMAGINE' USING 'S' PASSO-IMMAGINE FILE-IMMAGINE
                           ESITO-IMMAGINE.
     IF ESITO-IMMAGINE NOT = 0
          DISPLAY 'IMMAGINE PRIMA DI ' PAS-NOME(IND-PASSO)
                  ' NON RIUSCITA, PASSO NON ESEGUITO'
          MOVE 8 TO RC-PASSO
     ELSE
          MOVE 0 TO RETURN-CODE
          CALL PAS-NOME(IND-PASSO) USING 'N' DATA-ELABORAZIONE
               ON EXCEPTION
* UN NOME SBAGLIATO IN CATENA.TXT NON DEVE FAR CADERE TUTTO:
* IL PASSO RISULTA FALLITO E LA CATENA DECIDE COL SUO FLAG
                    DISPLAY 'PROGRAMMA ' PAS-NOME(IND-PASSO)
                            ' NON TROVATO'
                    MOVE 12 TO RETURN-CODE
          END-CALL
          MOVE RETURN-CODE TO RC-PASSO
     END-IF.
     PERFORM SCRIVI-RECORD-PASSO THRU FINE-SCRIVI-RECORD-PASSO.
* UN ERRORE BLOCCANTE RIMETTE A POSTO I FILE DEL PASSO PRIMA DI
* FERMARE LA CATENA; NEGLI ALTRI CASI LE IMMAGINI NON SERVONO PIU'
     IF RC-PASSO NOT = 0 AND PAS-BLOCCA(IND-PASSO) = 'S'
          PERFORM RIPRISTINA-PASSO THRU FINE-RIPRISTINA-PASSO
     ELSE
          CALL 'IMMAGINE' USING 'C' PASSO-IMMAGINE FILE-IMMAGINE
                                ESITO-IMMAGINE
     END-IF.
     MOVE RC-PASSO TO RETURN-CODE.
     IF RC-PASSO NOT = 0
          IF PAS-BLOCCA(IND-PASSO) = 'S'
               DISPLAY PAS-NOME(IND-PASSO)
 FINE-LANCIA-PASSO.
      EXIT.
*****************************************************
* RIPRISTINO DEI FILE DEL PASSO FALLITO DALLE LORO  *
* IMMAGINI, CON IL MARCATORE 'RIPRIST' SUL GIORNALE *
*****************************************************
 RIPRISTINA-PASSO.
     PERFORM SEGNA-MOMENTO-INIZIO THRU FINE-SEGNA-MOMENTO-INIZIO.
     CALL 'IMMAGINE' USING 'R' PASSO-IMMAGINE FILE-IMMAGINE
                           ESITO-IMMAGINE.
     IF FILE-IMMAGINE > 0
          DISPLAY 'RIPRISTINATI ' FILE-IMMAGINE ' FILE DI '
                  PASSO-IMMAGINE ' DALLA LORO IMMAGINE'
          PERFORM SCRIVI-RECORD-RIPRISTINO
               THRU FINE-SCRIVI-RECORD-RIPRISTINO
     END-IF.
     IF ESITO-IMMAGINE NOT = 0
          DISPLAY 'ATTENZIONE: RIPRISTINO INCOMPLETO, VEDI'
                  ' EXCEPTION.LOG'
     END-IF.
 FINE-RIPRISTINA-PASSO.
      EXIT.
* IL GIORNALE DEVE ESSERE GIA' APERTO IN EXTEND
 SCRIVI-RECORD-RIPRISTINO.
     MOVE 'RIPRIST' TO RUN-PASSO.
     MOVE PASSO-INIZIO-DATA TO RUN-INIZIO-DATA.
     MOVE PASSO-INIZIO-ORA  TO RUN-INIZIO-ORA.
     ACCEPT RUN-FINE-DATA FROM DATE.
     ACCEPT RUN-FINE-ORA  FROM TIME.
     MOVE FILE-IMMAGINE TO RUN-RC.
     MOVE DATA-ELABORAZIONE TO RUN-DATA-ELAB.
     WRITE REC-RUN.
 FINE-SCRIVI-RECORD-RIPRISTINO.
      EXIT.
*****************************************************
* LEGGE DATA E ORA CORRENTI NEI CAMPI DI APPOGGIO   *
*****************************************************
 SEGNA-MOMENTO-INIZIO.
