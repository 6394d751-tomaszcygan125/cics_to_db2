       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPRAWCK.
      * KONTROLA UPRAWNIEN OPERATORA DO AKCJI WRAZLIWYCH - DOTAD
      * KAZDY, KTO ZALOGOWAL SIE DO CICS, MOGL WSZYSTKO: KOLEJKOWAC
      * USUNIECIA Z PIERMAJ (USERP PF5), KASOWAC CUDZE KOREKTY
      * (KOREKB PF5) I ZDEJMOWAC FLAGE BLOKADY DOBAZY (USERS PF4),
      * TAKZE W TRAKCIE NOCNEGO PRZEBIEGU. TRANSAKCJE WOLAJA TEN
      * PROGRAM (LINK, JAK PESELCK) PRZED KAZDA AKCJA WRAZLIWA.
      * ROLE OPERATOROW SIEDZA W KLASTRZE FOPER (KLUCZ USERID),
      * KTORY PROWADZI INSPEKTOR BEZPIECZENSTWA. ROLE:
      *   E = REFERENT WPROWADZANIA
      *   K = REFERENT KOREKT
      *   S = KIEROWNIK (SUPERVISOR)
      *   O = OPERATOR NOCNY
      * KAZDA ODMOWA LADUJE W DZIENNIKU FSECLOG (TERMINAL, USERID,
      * TRANSAKCJA, AKCJA) - CODZIENNY RAPORT ODMOW DRUKUJE BATCH
      * ODMOWYR DLA INSPEKTORA BEZPIECZENSTWA
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 RESPCODE PIC S9(8) COMP.
       01 RESPCODE2 PIC S9(8) COMP.
      * REKORD OPERATORA (KLASTER FOPER)
       01 FS-OPERATOR.
           05 OP-USERID PIC X(8).
           05 OP-ROLA PIC X.
           05 OP-NAZWISKO PIC X(30).
       01 WS-USERID PIC X(8).
      * WPIS DZIENNIKA ODMOW (KLASTER FSECLOG) - KLUCZ STEMPEL +
      * TERMINAL, ZEBY DWIE ODMOWY Z ROZNYCH TERMINALI W TEJ SAMEJ
      * CHWILI NIE WPADALY NA DUPKEY
       01 FS-SECLOG.
           05 SL-KLUCZ.
              10 SL-TS PIC X(26).
              10 SL-TERMID PIC X(4).
           05 SL-OPERATOR PIC X(8).
           05 SL-TRANSID PIC X(4).
           05 SL-AKCJA PIC X.
      * ROLA Z FOPER, SPACJA GDY OPERATORA NIE MA W PLIKU
           05 SL-ROLA PIC X.
      * R = ROLA NIE OBEJMUJE AKCJI, U = BRAK OPERATORA W FOPER,
      * E = BLAD ODCZYTU FOPER
           05 SL-POWOD PIC X.
      * MACIERZ UPRAWNIEN - AKCJA I ROLE, KTORYM WOLNO JA WYKONAC:
      *   N = NOWY WPIS / POPRAWKA WPISU W FUSER (USERP ENTER)
      *   B = KOREKTA REKORDU Z BAZY DO FKOREK (USERP ENTER)
      *   D = USUNIECIE OSOBY Z PIERMAJ (USERP PF5)
      *   A = ANULOWANIE WPISU KOLEJKI FKOREK (KOREKB PF5)
      *   F = ZDJECIE FLAGI BLOKADY RUNSTAT (USERS PF4)
      *   Q = PODGLAD PIERMAJ (USERQ, USERP PF2 PO REKORD Z BAZY)
      *   O = FLAGA OCZEKIWANIA PLIKU ODDZIALU (USRR PF4)
      * FLAGE ZDEJMUJE TYLKO KIEROWNIK I OPERATOR NOCNY - AUDYT
      * WYKAZAL RESET WYKONANY PRZEZ REFERENTA W TRAKCIE DOBAZY
       01 WS-MACIERZ-LISTA PIC X(35) VALUE
          'NEKS BKS  DKS  AS   FSO  QEKS OSO  '.
       01 WS-MACIERZ-TAB REDEFINES WS-MACIERZ-LISTA.
           05 WS-MACIERZ-POZYCJA OCCURS 7 TIMES.
              10 WS-MACIERZ-AKCJA PIC X.
              10 WS-MACIERZ-ROLE PIC X(4).
       01 WS-MACIERZ-IDX PIC 99.
       01 WS-ROLA-TRAFIENIA PIC 99.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           05 UP-AKCJA PIC X.
      * Y = WOLNO, N = ODMOWA (ZAPISANA W FSECLOG), E = ODMOWA
      * Z POWODU BLEDU ODCZYTU FOPER
           05 UP-STATUS PIC X.
           05 UP-ROLA PIC X.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'N' TO UP-STATUS
           MOVE SPACE TO UP-ROLA
           MOVE SPACES TO WS-USERID
           EXEC CICS
           ASSIGN USERID(WS-USERID)
           END-EXEC
           EXEC CICS
           READ FILE('FOPER')
           INTO(FS-OPERATOR)
           RIDFLD(WS-USERID)
           RESP(RESPCODE)
           END-EXEC
           EVALUATE RESPCODE
           WHEN DFHRESP(NORMAL)
              MOVE OP-ROLA TO UP-ROLA
              PERFORM SPRAWDZ-MACIERZ
              IF UP-STATUS NOT = 'Y'
                 MOVE 'R' TO SL-POWOD
                 PERFORM ZAPISZ-ODMOWE
              END-IF
           WHEN DFHRESP(NOTFND)
      * OPERATORA NIE MA W PLIKU ROL - NIE WOLNO NIC WRAZLIWEGO
              MOVE 'U' TO SL-POWOD
              PERFORM ZAPISZ-ODMOWE
           WHEN OTHER
      * PLIK ROL NIEDOSTEPNY - ODMAWIAMY (AKCJE SA WRAZLIWE),
      * ALE KOMUNIKAT MA ODROZNIAC AWARIE OD BRAKU UPRAWNIEN
              MOVE 'E' TO UP-STATUS
              MOVE 'E' TO SL-POWOD
              PERFORM ZAPISZ-ODMOWE
           END-EVALUATE
           EXEC CICS
           RETURN
           END-EXEC
           GOBACK.
       SPRAWDZ-MACIERZ.
           MOVE 0 TO WS-ROLA-TRAFIENIA
           PERFORM SPRAWDZ-1-POZYCJE
            VARYING WS-MACIERZ-IDX FROM 1 BY 1
            UNTIL WS-MACIERZ-IDX > 7
           IF WS-ROLA-TRAFIENIA > 0 AND UP-ROLA NOT = SPACE
              MOVE 'Y' TO UP-STATUS
           END-IF
           EXIT.
       SPRAWDZ-1-POZYCJE.
           IF WS-MACIERZ-AKCJA(WS-MACIERZ-IDX) = UP-AKCJA
              INSPECT WS-MACIERZ-ROLE(WS-MACIERZ-IDX)
               TALLYING WS-ROLA-TRAFIENIA FOR ALL UP-ROLA
           END-IF
           EXIT.
       ZAPISZ-ODMOWE.
      * NIEUDANY ZAPIS DZIENNIKA NIE ZMIENIA DECYZJI - ODMOWA
      * I TAK IDZIE NA EKRAN
           MOVE FUNCTION CURRENT-DATE TO SL-TS
           MOVE EIBTRMID TO SL-TERMID
           MOVE WS-USERID TO SL-OPERATOR
           MOVE EIBTRNID TO SL-TRANSID
           MOVE UP-AKCJA TO SL-AKCJA
           MOVE UP-ROLA TO SL-ROLA
           EXEC CICS
           WRITE FILE('FSECLOG')
           FROM(FS-SECLOG)
           RIDFLD(SL-KLUCZ)
           RESP(RESPCODE2)
           END-EXEC
           EXIT.
