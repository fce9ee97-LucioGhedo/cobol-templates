* COMPLETA E LA RINOMINA SU PERSTRAN.TXT. LE PERSONE NON
* ATTIVE (STATO 'D'/'T') NON CONTANO COME ORFANE
* DELL'ANAGRAFICA
*
* MODIFICHE:
* - NEMMENO I CODICI UNITI DA UNISCPER (STATO 'U') CONTANO COME
*   ORFANI: IL RESIDENTE APPARTIENE AL CODICE SUPERSTITE
*
 ENVIRONMENT DIVISION.
*
     IF ANA-USATO(IND-ANAG) = 0
        AND ANA-STATO(IND-ANAG) NOT = 'D'
        AND ANA-STATO(IND-ANAG) NOT = 'T'
        AND ANA-STATO(IND-ANAG) NOT = 'U'
          ADD 1 TO ORFANI-ANAGRAFICA
          MOVE SPACES TO REC-REPORT
          STRING '  ' DELIMITED BY SIZE
