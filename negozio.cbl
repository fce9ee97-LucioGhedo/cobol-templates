*   IMPOSTATO DA DELTAPER) NON CONTANO PIU' NEI TOTALI DI
*   CITTAREP.TXT: I RESIDENTI CON LO STESSO NOME, COGNOME E
*   CITTA DI UNA PERSONA NON ATTIVA VENGONO SALTATI
* - SE LA CATENA HA PRODOTTO STANOTTE L'ESTRATTO ORDINATO (PASSO
*   ORDEST, VERIFICATO COL MODULO VERESTR) SI LEGGE QUELLO INVECE
*   DI ORDINARE; DI GIORNO, O SE IL MASTER E' CAMBIATO, SI ORDINA
*   COME PRIMA
*
 ENVIRONMENT DIVISION.  
* 
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT) PER CITTA
     SELECT SORTFILE ASSIGN TO 'ABITANTI.SRT'.
* ABITANTI.TXT ORDINATO PER CITTA, USATO DAL CONTROL BREAK: IL
* PROPRIO ORDINAMENTO O L'ESTRATTO DELLA NOTTE DI ORDEST
     SELECT WORKF    ASSIGN TO NOME-ORDINATO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ANAGRAFICA PERSONE, SOLO PER SAPERE CHI NON E' PIU' ATTIVO
*                
    
 01 FINE-FILE PIC X VALUE SPACES.
*****************************************************
* FILE ORDINATO DA LEGGERE: IL PROPRIO SORT, O      *
* L'ESTRATTO DI ORDEST (CITTA E COGNOME) SE VERESTR *
* LO DA' BUONO                                      *
*****************************************************
 01 NOME-ORDINATO            PIC X(24) VALUE 'ABITANTI-ORD.TXT'.
 01 NOME-ESTRATTO            PIC X(24) VALUE 'ABITANTI-CITTA.TXT'.
 01 ESITO-ESTRATTO           PIC X VALUE 'N'.
 01 WS-CITTA                PIC X(10) VALUE SPACES.
 01 WS-COGNOME               PIC X(10) VALUE SPACES.
 01 WS-NOME                  PIC X(10) VALUE SPACES.
      STOP RUN.
* IL CONTROL BREAK RICHIEDE ABITANTI.TXT IN ORDINE DI CITTA;
* SI ORDINA QUI PRIMA DI LEGGERLO, INVECE DI PRETENDERE CHE
* IL FILE ARRIVI GIA' ORDINATO; DOPO LA CATENA L'ESTRATTO DI
* ORDEST LO E' GIA'
 ORDINA-FILE.
     CALL 'VERESTR' USING NOME-ESTRATTO ESITO-ESTRATTO.
     IF ESITO-ESTRATTO = 'S'
          MOVE NOME-ESTRATTO TO NOME-ORDINATO
     ELSE
          SORT SORTFILE
               ON ASCENDING KEY SD-CITTA
               USING PRIMOF
               GIVING WORKF
     END-IF.
 FINE-ORDINA-FILE.
      EXIT.
 APERTURA.
