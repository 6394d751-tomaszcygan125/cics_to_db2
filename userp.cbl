           05 PESEL-CODE-MSG PIC X(20) VALUE 'PESEL MONTH CODE BAD'.
           05 INVALID-PCODE-MSG PIC X(19) VALUE 'INVALID POSTAL CODE'.
           05 PCODE-CITY-MSG PIC X(18) VALUE 'CODE/CITY MISMATCH'.
           05 NOT-AUTH-MSG PIC X(26) VALUE 'NOT AUTHORIZED - LOGGED'.
           05 AUTH-FAIL-MSG PIC X(26) VALUE
              'AUTHORIZATION CHECK FAILED'.
       01 PROGRAM-VARIABLES.
           05 WS-NAME PIC X(20).
           05 WS-SURN PIC X(20).
           05 KO-KOD-POCZT PIC X(6).
           05 KO-PLEC PIC X(1).
           05 KO-TELEFON PIC X(15).
      * SKAD WPIS: SPACJE = OPERATOR (USERP), ZG = ZGON Z REJESTRU
      * USC (ZGONYB), AD = ZMIANA ADRESU Z SYSTEMU SWIADCZEN
      * (ADRESB) - DOPISANE NA KONCU REKORDU, KLUCZ BEZ ZMIAN
           05 KO-POWOD PIC X(2).
      * WPIS DZIENNIKA AUDYTU (KLASTER FAUDIT) - KAZDY WRITE I
      * REWRITE DO FUSER Z TERMINALEM, OPERATOREM I OBRAZEM
      * REKORDU PRZED/PO, ZEBY DALO SIE ODTWORZYC KTO CO ZMIENIL
              10 KD-MIASTO PIC X(20).
       01 CZY-KOD-ZGODNY PIC X.
           88 KOD-ZGODNY VALUE 'Y'.
      * RAMKA DLA UPRAWCK - AKCJA WRAZLIWA DO SPRAWDZENIA W ROLI
      * OPERATORA (N/B/D/Q - OPIS MACIERZY W UPRAWCK)
       01 UPRAWCK-AREA.
           05 UP-AKCJA PIC X.
           05 UP-STATUS PIC X.
              88 UPRAWNIONY VALUE 'Y'.
           05 UP-ROLA PIC X.
       LINKAGE SECTION.
      * TRZYMA TRYB (NOWY WPIS / KOREKTA) MIEDZY WYWOLANIAMI
      * PSEUDOKONWERSACYJNYMI, ZEBY PF2 -> ENTER ZROBILO REWRITE
            EXIT.                                                
       PROCESS-DATA-PARA.
            PERFORM SPRAWDZ-BLOKADE-BATCH
      * KOREKTA REKORDU Z BAZY TO INNA AKCJA NIZ PRACA NA FUSER
      * (NOWY WPIS ALBO JEGO POPRAWKA PRZED DOBAZY)
            MOVE 'Y' TO UP-STATUS
            IF NOT BATCH-W-TOKU
               IF MODE-BASE-CORRECTION
                  MOVE 'B' TO UP-AKCJA
               ELSE
                  MOVE 'N' TO UP-AKCJA
               END-IF
               PERFORM SPRAWDZ-UPRAWNIENIE
            END-IF
            IF BATCH-W-TOKU OR NOT UPRAWNIONY
               IF BATCH-W-TOKU
                  MOVE NIGHT-LOAD-MSG TO MSGO
               END-IF
               MOVE 'D' TO WHAT-MAP-FLAG
               PERFORM SEND-THE-MAP-PARA
            ELSE
               WHEN DFHRESP(NOTFND)
      * NIE MA GO JUZ W FUSER - MOZE DOBAZY ZDAZYL GO ZALADOWAC.
      * SPRAWDZAMY PIERMAJ, ZEBY LITEROWKA ODKRYTA DRUGIEGO DNIA
      * NIE KONCZYLA SIE TICKETEM DO DBA. PODGLAD BAZY WYMAGA
      * UPRAWNIENIA - KOMUNIKAT ODMOWY USTAWIA SPRAWDZ-UPRAWNIENIE
                  MOVE 'Q' TO UP-AKCJA
                  PERFORM SPRAWDZ-UPRAWNIENIE
                  IF UPRAWNIONY
                     PERFORM INQUIRE-PIERMAJ-PARA
                  ELSE
                     MOVE 'N' TO WS-MODE
                  END-IF
               WHEN OTHER
                  MOVE 'N' TO WS-MODE
                  MOVE OTHER-ERROR-MSG TO MSGO
               PERFORM SEND-THE-MAP-PARA
            ELSE
            IF MODE-BASE-CORRECTION
               MOVE 'D' TO UP-AKCJA
               PERFORM SPRAWDZ-UPRAWNIENIE
            END-IF
            IF MODE-BASE-CORRECTION AND UPRAWNIONY
               MOVE 'D' TO KO-TYP
               MOVE SPACES TO WS-DATE
               MOVE SPACES TO WS-NAME
                  MOVE 'N' TO WS-MODE
               END-IF
            ELSE
      * ODMOWE (KOMUNIKAT USTAWIONY) ZOSTAWIAMY NA EKRANIE
               IF NOT MODE-BASE-CORRECTION
                  MOVE CALL-UP-FIRST-MSG TO MSGO
               END-IF
            END-IF
            MOVE 'D' TO WHAT-MAP-FLAG
            PERFORM SEND-THE-MAP-PARA
               MOVE 'Y' TO CZY-BATCH-W-TOKU
            END-IF
            EXIT.
       SPRAWDZ-UPRAWNIENIE.
      * ROLA OPERATORA Z PLIKU FOPER KONTRA AKCJA W UP-AKCJA -
      * DECYZJE I ZAPIS ODMOWY DO DZIENNIKA ROBI UPRAWCK. GDY
      * LINK SIE NIE UDA (NP. PGMIDERR), STATUS ZOSTAJE 'N' (ODMOWA)
            MOVE 'N' TO UP-STATUS
            EXEC CICS
            LINK PROGRAM('UPRAWCK') COMMAREA(UPRAWCK-AREA)
            RESP(RESPCODE)
            END-EXEC
            IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'N' TO UP-STATUS
            END-IF
            EVALUATE UP-STATUS
            WHEN 'Y'
               CONTINUE
            WHEN 'E'
               MOVE AUTH-FAIL-MSG TO MSGO
            WHEN OTHER
               MOVE NOT-AUTH-MSG TO MSGO
            END-EVALUATE
            EXIT.
       ZAPISZ-KOREKTE-DO-FKOREK.
            MOVE WS-CORRECTION-PESEL TO KO-PESEL
            MOVE FUNCTION CURRENT-DATE TO KO-TS
            MOVE WS-KOD-POCZT TO KO-KOD-POCZT
            MOVE WS-PLEC TO KO-PLEC
            MOVE WS-TELEFON TO KO-TELEFON
            MOVE SPACES TO KO-POWOD
            EXEC CICS
            WRITE FILE('FKOREK')
            FROM(FS-KOREKTA)
