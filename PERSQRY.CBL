* CANCPERS): GLI STESSI FILTRI CHE LOGQRY DA' PER LE FILIALI,
* MA SULLE PERSONE. L'OPERATORE IMPOSTA INTERVALLO DATE
* (AAMMGG, 000000 E 999999 = NESSUN LIMITE), CODICE PERSONA
* (000000 = TUTTI) E OPERAZIONE C/M/E/S/A/V (T = TUTTE); LE RIGHE
* CHE PASSANO I FILTRI FINISCONO SU PERSQRY.TXT E, A RICHIESTA,
* SU PERSQRY.CSV PER I FOGLI DI CALCOLO DEI REVISORI
*
* MODIFICHE:
* - FILTRO ANCHE SULL'OPERAZIONE 'A' (ANONIMIZZAZIONE)
* - FILTRO ANCHE SULL'OPERAZIONE 'V' (VISIONE, DA DOSSPER)
*
 ENVIRONMENT DIVISION.
*
      ACCEPT FILTRO-DATA-A.
      DISPLAY 'CODICE PERSONA (000000 = TUTTI): '.
      ACCEPT FILTRO-COD.
      DISPLAY 'OPERAZIONE C/M/E/S/A/V (T = TUTTE): '.
      ACCEPT FILTRO-OP.
      DISPLAY 'SCRIVERE ANCHE PERSQRY.CSV? S/N: '.
      ACCEPT SCELTA-CSV.
