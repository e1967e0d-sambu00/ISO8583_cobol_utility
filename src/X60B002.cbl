      * **++ posto di ISOOUT viene scritto il report di validazione
      * **++ VALRPT - una riga di esito per transazione - cosi' un
      * **++ feed nuovo si certifica senza produrre messaggi.
      * **++ con NETHDR nel PARMIN ogni messaggio esce preceduto dal
      * **++ suo header di rete (BASE24/TPDU) ricostruito dai
      * **++ dettagli TPDU-xxx/NETHDR-xxx.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *
           MOVE WK-ISO-VERSION            TO MP-VERSION.
           MOVE WK-TRACE-MODE             TO MP-TRACE-MODE.
           MOVE WK-BITMAP-MODE            TO MP-BITMAP-MODE.
           MOVE WK-NETHDR-MODE            TO MP-NETHDR-MODE.

           CALL CC-ISO-INBLOCKER USING MIO MIO-FMT MP MR
                    ON EXCEPTION PERFORM RAISE-CALL-ERROR
