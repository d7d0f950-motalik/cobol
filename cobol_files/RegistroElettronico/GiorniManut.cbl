       IDENTIFICATION DIVISION.
       PROGRAM-ID. GiorniManut.

      *Calendario giornaliero (GIORNI.DAT), accanto a
      *CalendarioManut: CALENDARIO.DAT dice solo dove cominciano e
      *finiscono i periodi, qui c'e' ogni giorno dell'anno
      *scolastico con il suo tipo - lezione, festivita', chiusura
      *straordinaria, sciopero, assemblea studentesca - e le ore di
      *lezione della giornata. Chi registra assenze, ritardi e
      *uscite rifiuta i giorni che non sono di lezione, e il monte
      *ore dell'anno (con la quota di validita') si fa sommando le
      *ore dei giorni di lezione invece del valore unico MONTE-ORE
      *di CONFIG.DAT. L'anno si genera dagli estremi dei suoi
      *periodi a calendario (domeniche e festivita' nazionali a
      *data fissa gia' segnate, il sabato a scelta), poi si
      *ritoccano i singoli giorni o intervalli: Pasqua, ponti,
      *festa del patrono, scioperi, assemblee. Una rigenerazione
      *non tocca i giorni gia' presenti.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Un giorno per riga, per data
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileCalendario ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCalendario.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.

       DATA DIVISION.
       FILE SECTION.
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
               88  GG-Tipo-Valido VALUE "L" "F" "C" "S" "A".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileCalendario.
       01  FileCalendario-Record.
           05  CA-Anno PIC X(9).
           05  CA-Periodo PIC 9(1).
           05  CA-Data-Inizio PIC 9(8).
           05  CA-Data-Fine PIC 9(8).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).

       WORKING-STORAGE SECTION.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileCalendario PIC XX VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Risposta PIC X VALUE SPACE.
      *Periodi a calendario, per gli estremi dell'anno da generare,
      *l'anno di un giorno nuovo e il monte ore per periodo
       01  Periodi-Tab.
           05  Periodi-Voce OCCURS 12 TIMES.
               10  PD-Anno PIC X(9).
               10  PD-Periodo PIC 9(1).
               10  PD-Inizio PIC 9(8).
               10  PD-Fine PIC 9(8).
               10  PD-Ore PIC 9(4).
       01  Periodi-Cont PIC 99 VALUE 0.
       01  Periodi-Idx PIC 99 VALUE 0.
      *Dati in ingresso
       01  Anno-Inserito PIC X(9) VALUE SPACES.
       01  Data-Dal PIC 9(8) VALUE 0.
       01  Data-Al PIC 9(8) VALUE 0.
       01  Tipo-Inserito PIC X VALUE SPACE.
       01  Ore-Inserite PIC 9 VALUE 0.
       01  Descrizione-Inserita PIC X(30) VALUE SPACES.
       01  Ore-Feriali PIC 9 VALUE 0.
       01  Ore-Sabato PIC 9 VALUE 0.
       01  Mese-Scelto PIC 9(6) VALUE 0.
       01  Voce-Valida PIC X VALUE "N".
       01  Data-Valida PIC X VALUE "N".
       01  Anno-Inizio PIC 9(8) VALUE 0.
       01  Anno-Fine PIC 9(8) VALUE 0.
       01  Anno-Giorno PIC X(9) VALUE SPACES.
      *Scorrimento del calendario civile, con la stessa tabella
      *mesi/bisestili di CalendarioManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1=lunedi'..7=domenica) con la
      *congruenza di Zeller, poi avanzato di uno a ogni giorno
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Termine-Mese PIC 99 VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(4) VALUE 0.
       01  ZL-Quoziente PIC 9(4) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
       01  Giorni-Dati.
           02  FILLER PIC X(10) VALUE "Lunedi'".
           02  FILLER PIC X(10) VALUE "Martedi'".
           02  FILLER PIC X(10) VALUE "Mercoledi'".
           02  FILLER PIC X(10) VALUE "Giovedi'".
           02  FILLER PIC X(10) VALUE "Venerdi'".
           02  FILLER PIC X(10) VALUE "Sabato".
           02  FILLER PIC X(10) VALUE "Domenica".
       01  Giorni-Tab REDEFINES Giorni-Dati.
           02  Giorno-Nome OCCURS 7 TIMES PIC X(10).
      *Festivita' nazionali a data fissa (MMGG); Pasqua, Pasquetta
      *e il patrono si segnano a mano
       01  Festivita-Dati.
           05  FILLER PIC X(36)
               VALUE "110112081225122601010106042505010602".
       01  Festivita-Tab REDEFINES Festivita-Dati.
           05  Festivita-MMGG OCCURS 9 TIMES PIC 9(4).
       01  Festivita-Idx PIC 99 VALUE 0.
       01  Giorno-Festivo PIC X VALUE "N".
      *Nomi dei tipi di giorno per gli elenchi
       01  Tipi-Dati.
           05  FILLER PIC X(13) VALUE "Llezione".
           05  FILLER PIC X(13) VALUE "Ffestivita'".
           05  FILLER PIC X(13) VALUE "Cchiusura".
           05  FILLER PIC X(13) VALUE "Ssciopero".
           05  FILLER PIC X(13) VALUE "Aassemblea".
       01  Tipi-Tab REDEFINES Tipi-Dati.
           05  Tipi-Voce OCCURS 5 TIMES.
               10  TP-Codice PIC X(1).
               10  TP-Nome PIC X(12).
       01  Tipi-Idx PIC 9 VALUE 0.
       01  Tipo-Nome PIC X(12) VALUE SPACES.
      *Contatori
       01  Giorni-Scritti PIC 9(4) VALUE 0.
       01  Giorni-Presenti PIC 9(4) VALUE 0.
       01  Giorni-Aggiornati PIC 9(4) VALUE 0.
       01  Giorni-Scartati PIC 9(4) VALUE 0.
       01  Giorni-Tolti PIC 9(4) VALUE 0.
       01  Giorni-Lezione PIC 9(4) VALUE 0.
       01  Ore-Lezione PIC 9(5) VALUE 0.
       01  Conta-Tipo-Tab.
           05  Conta-Tipo OCCURS 5 TIMES PIC 9(4).
       01  Giorni-for PIC ZZZ9.
       01  Ore-for PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-CALENDARIO
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "CALENDARIO GIORNALIERO"
               DISPLAY "1: Genera i giorni di un anno scolastico"
               DISPLAY "2: Imposta un giorno o un intervallo"
               DISPLAY "3: Elenco dei giorni di un mese"
               DISPLAY "4: Monte ore di un anno scolastico"
               DISPLAY "5: Cancella i giorni di un anno scolastico"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-GENERA-ANNO
                   WHEN 2 PERFORM 2000-IMPOSTA-GIORNI
                   WHEN 3 PERFORM 3000-ELENCO-MESE
                   WHEN 4 PERFORM 4000-MONTE-ORE
                   WHEN 5 PERFORM 5000-CANCELLA-ANNO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *Paragrafo 0500-LEGGI-CALENDARIO: i periodi di CALENDARIO.DAT
      *in tabella
       0500-LEGGI-CALENDARIO.
           MOVE 0 TO Periodi-Cont
           OPEN INPUT FileCalendario
           IF FS-FileCalendario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCalendario
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Periodi-Cont < 12
                               ADD 1 TO Periodi-Cont
                               MOVE CA-Anno TO PD-Anno(Periodi-Cont)
                               MOVE CA-Periodo
                                   TO PD-Periodo(Periodi-Cont)
                               MOVE CA-Data-Inizio
                                   TO PD-Inizio(Periodi-Cont)
                               MOVE CA-Data-Fine
                                   TO PD-Fine(Periodi-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCalendario
           END-IF.

      *Paragrafo 0600-APRI-GIORNI: GIORNI.DAT in aggiornamento,
      *creato vuoto se ancora non c'e'
       0600-APRI-GIORNI.
           OPEN I-O FileGiorni
           IF FS-FileGiorni = "35"
               OPEN OUTPUT FileGiorni
               CLOSE FileGiorni
               OPEN I-O FileGiorni
           END-IF.

      *Paragrafo 1000-GENERA-ANNO: un giorno per ogni data tra
      *l'inizio del primo periodo e la fine dell'ultimo dell'anno;
      *domeniche e festivita' fisse come festivita', il sabato come
      *scelto, gli altri giorni di lezione con le ore indicate. I
      *giorni gia' in GIORNI.DAT restano come sono
       1000-GENERA-ANNO.
           DISPLAY "Anno scolastico (es. 2025/2026): "
           ACCEPT Anno-Inserito
           MOVE 99999999 TO Anno-Inizio
           MOVE 0 TO Anno-Fine
           MOVE 0 TO Periodi-Idx
           PERFORM UNTIL Periodi-Idx >= Periodi-Cont
               ADD 1 TO Periodi-Idx
               IF PD-Anno(Periodi-Idx) = Anno-Inserito
                   IF PD-Inizio(Periodi-Idx) < Anno-Inizio
                       MOVE PD-Inizio(Periodi-Idx) TO Anno-Inizio
                   END-IF
                   IF PD-Fine(Periodi-Idx) > Anno-Fine
                       MOVE PD-Fine(Periodi-Idx) TO Anno-Fine
                   END-IF
               END-IF
           END-PERFORM
           IF Anno-Fine = 0
               DISPLAY "Nessun periodo dell'anno in CALENDARIO.DAT: "
                   "censire prima i periodi con CalendarioManut"
           ELSE
               DISPLAY "Dal " Anno-Inizio " al " Anno-Fine
               DISPLAY "Ore di lezione dal lunedi' al venerdi' "
                   "(es. 6): "
               ACCEPT Ore-Feriali
               DISPLAY "Ore di lezione il sabato (0 = sabato senza "
                   "lezione): "
               ACCEPT Ore-Sabato
               IF Ore-Feriali = 0
                   DISPLAY "Ore dei giorni feriali mancanti: "
                       "generazione annullata"
               ELSE
                   PERFORM 1100-SCRIVI-ANNO
               END-IF
           END-IF.

      *Paragrafo 1100-SCRIVI-ANNO: il giro dei giorni dell'anno
       1100-SCRIVI-ANNO.
           MOVE 0 TO Giorni-Scritti
           MOVE 0 TO Giorni-Presenti
           MOVE 0 TO Giorni-Lezione
           MOVE 0 TO Ore-Lezione
           PERFORM 0600-APRI-GIORNI
           IF FS-FileGiorni NOT = "00"
               DISPLAY "Impossibile aprire GIORNI.DAT (stato "
                   FS-FileGiorni ")"
           ELSE
               MOVE Anno-Inizio TO Giorno-Dopo
               PERFORM 2600-GIORNO-SETTIMANA
               PERFORM UNTIL Giorno-Dopo > Anno-Fine
                   PERFORM 1200-GIORNO-GENERATO
                   WRITE FileGiorni-Record
                       INVALID KEY
                           ADD 1 TO Giorni-Presenti
                       NOT INVALID KEY
                           ADD 1 TO Giorni-Scritti
                           IF GG-Lezione
                               ADD 1 TO Giorni-Lezione
                               ADD GG-Ore TO Ore-Lezione
                           END-IF
                   END-WRITE
                   PERFORM 2500-GIORNO-SUCCESSIVO
                   IF Giorno-Settimana < 7
                       ADD 1 TO Giorno-Settimana
                   ELSE
                       MOVE 1 TO Giorno-Settimana
                   END-IF
               END-PERFORM
               CLOSE FileGiorni
               DISPLAY "Giorni scritti        : " Giorni-Scritti
               DISPLAY "  di cui di lezione   : " Giorni-Lezione
                   " per ore " Ore-Lezione
               DISPLAY "Giorni gia' presenti  : " Giorni-Presenti
                   " (lasciati come erano)"
           END-IF.

      *Paragrafo 1200-GIORNO-GENERATO: la riga del giorno in
      *Giorno-Dopo secondo il giorno della settimana e le
      *festivita' fisse
       1200-GIORNO-GENERATO.
           MOVE Giorno-Dopo TO GG-Data
           MOVE Anno-Inserito TO GG-Anno
           MOVE "N" TO Giorno-Festivo
           MOVE 0 TO Festivita-Idx
           PERFORM UNTIL Festivita-Idx >= 9
               ADD 1 TO Festivita-Idx
               IF Giorno-Dopo(5:4) = Festivita-MMGG(Festivita-Idx)
                   MOVE "Y" TO Giorno-Festivo
                   MOVE 9 TO Festivita-Idx
               END-IF
           END-PERFORM
           IF Giorno-Festivo = "Y"
               MOVE "F" TO GG-Tipo
               MOVE 0 TO GG-Ore
               MOVE "Festivita' nazionale" TO GG-Descrizione
           ELSE IF Giorno-Settimana = 7
               MOVE "F" TO GG-Tipo
               MOVE 0 TO GG-Ore
               MOVE "Domenica" TO GG-Descrizione
           ELSE IF Giorno-Settimana = 6 AND Ore-Sabato = 0
               MOVE "F" TO GG-Tipo
               MOVE 0 TO GG-Ore
               MOVE "Sabato senza lezione" TO GG-Descrizione
           ELSE IF Giorno-Settimana = 6
               MOVE "L" TO GG-Tipo
               MOVE Ore-Sabato TO GG-Ore
               MOVE SPACES TO GG-Descrizione
           ELSE
               MOVE "L" TO GG-Tipo
               MOVE Ore-Feriali TO GG-Ore
               MOVE SPACES TO GG-Descrizione
           END-IF
           END-IF
           END-IF
           END-IF.

      *Paragrafo 2000-IMPOSTA-GIORNI: tipo, ore e descrizione per
      *un giorno o per tutti i giorni di un intervallo; un giorno
      *nuovo prende l'anno dal periodo a calendario che lo contiene
       2000-IMPOSTA-GIORNI.
           MOVE "Y" TO Voce-Valida
           DISPLAY "Dal giorno (AAAAMMGG): "
           ACCEPT Data-Dal
           DISPLAY "Al giorno (AAAAMMGG, 0 = solo quel giorno): "
           ACCEPT Data-Al
           IF Data-Al = 0
               MOVE Data-Dal TO Data-Al
           END-IF
           MOVE Data-Dal TO Giorno-Dopo
           PERFORM 2700-CONTROLLA-DATA
           IF Data-Valida = "Y"
               MOVE Data-Al TO Giorno-Dopo
               PERFORM 2700-CONTROLLA-DATA
           END-IF
           IF Data-Valida NOT = "Y"
               DISPLAY "Data non valida"
               MOVE "N" TO Voce-Valida
           ELSE IF Data-Al < Data-Dal
               DISPLAY "La fine precede l'inizio"
               MOVE "N" TO Voce-Valida
           END-IF
           END-IF
           IF Voce-Valida = "Y"
               DISPLAY "Tipo (L = lezione, F = festivita', C = "
                   "chiusura straordinaria, S = sciopero, A = "
                   "assemblea studentesca): "
               ACCEPT Tipo-Inserito
               MOVE Tipo-Inserito TO GG-Tipo
               INSPECT GG-Tipo CONVERTING "lfcsa" TO "LFCSA"
               MOVE GG-Tipo TO Tipo-Inserito
               IF NOT GG-Tipo-Valido
                   DISPLAY "Tipo non valido"
                   MOVE "N" TO Voce-Valida
               END-IF
           END-IF
           IF Voce-Valida = "Y"
               MOVE 0 TO Ore-Inserite
               IF Tipo-Inserito = "L"
                   DISPLAY "Ore di lezione della giornata (1-9): "
                   ACCEPT Ore-Inserite
                   IF Ore-Inserite = 0
                       DISPLAY "Un giorno di lezione ha almeno "
                           "un'ora"
                       MOVE "N" TO Voce-Valida
                   END-IF
               END-IF
           END-IF
           IF Voce-Valida = "Y"
               DISPLAY "Descrizione (es. Ponte dell'Immacolata): "
               ACCEPT Descrizione-Inserita
               PERFORM 2100-SCRIVI-INTERVALLO
           END-IF.

      *Paragrafo 2100-SCRIVI-INTERVALLO: riscrive o aggiunge ogni
      *giorno dell'intervallo
       2100-SCRIVI-INTERVALLO.
           MOVE 0 TO Giorni-Aggiornati
           MOVE 0 TO Giorni-Scritti
           MOVE 0 TO Giorni-Scartati
           PERFORM 0600-APRI-GIORNI
           IF FS-FileGiorni NOT = "00"
               DISPLAY "Impossibile aprire GIORNI.DAT (stato "
                   FS-FileGiorni ")"
           ELSE
               MOVE Data-Dal TO Giorno-Dopo
               PERFORM UNTIL Giorno-Dopo > Data-Al
                   MOVE Giorno-Dopo TO GG-Data
                   READ FileGiorni
                       INVALID KEY
                           PERFORM 2200-GIORNO-NUOVO
                       NOT INVALID KEY
                           MOVE Tipo-Inserito TO GG-Tipo
                           MOVE Ore-Inserite TO GG-Ore
                           MOVE Descrizione-Inserita
                               TO GG-Descrizione
                           REWRITE FileGiorni-Record
                               INVALID KEY
                                   ADD 1 TO Giorni-Scartati
                               NOT INVALID KEY
                                   ADD 1 TO Giorni-Aggiornati
                           END-REWRITE
                   END-READ
                   PERFORM 2500-GIORNO-SUCCESSIVO
               END-PERFORM
               CLOSE FileGiorni
               DISPLAY "Giorni aggiornati: " Giorni-Aggiornati
               DISPLAY "Giorni aggiunti  : " Giorni-Scritti
               IF Giorni-Scartati > 0
                   DISPLAY "Giorni fuori dai periodi a calendario, "
                       "non registrati: " Giorni-Scartati
               END-IF
           END-IF.

      *Paragrafo 2200-GIORNO-NUOVO: il giorno non c'era; entra con
      *l'anno del periodo che lo contiene, fuori da ogni periodo
      *viene scartato
       2200-GIORNO-NUOVO.
           MOVE SPACES TO Anno-Giorno
           MOVE 0 TO Periodi-Idx
           PERFORM UNTIL Periodi-Idx >= Periodi-Cont
               ADD 1 TO Periodi-Idx
               IF Giorno-Dopo NOT < PD-Inizio(Periodi-Idx)
                       AND Giorno-Dopo NOT > PD-Fine(Periodi-Idx)
                   MOVE PD-Anno(Periodi-Idx) TO Anno-Giorno
                   MOVE Periodi-Cont TO Periodi-Idx
               END-IF
           END-PERFORM
           IF Anno-Giorno = SPACES
               ADD 1 TO Giorni-Scartati
           ELSE
               MOVE Giorno-Dopo TO GG-Data
               MOVE Anno-Giorno TO GG-Anno
               MOVE Tipo-Inserito TO GG-Tipo
               MOVE Ore-Inserite TO GG-Ore
               MOVE Descrizione-Inserita TO GG-Descrizione
               WRITE FileGiorni-Record
                   INVALID KEY
                       ADD 1 TO Giorni-Scartati
                   NOT INVALID KEY
                       ADD 1 TO Giorni-Scritti
               END-WRITE
           END-IF.

      *Paragrafo 2500-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       2500-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 2550-ULTIMO-GIORNO
           IF GD-Giorno < GD-Ultimo-Giorno
               ADD 1 TO GD-Giorno
           ELSE
               MOVE 1 TO GD-Giorno
               ADD 1 TO GD-Mese
               IF GD-Mese > 12
                   MOVE 1 TO GD-Mese
                   ADD 1 TO GD-Anno
               END-IF
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

      *Paragrafo 2550-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       2550-ULTIMO-GIORNO.
           IF GD-Mese >= 1 AND GD-Mese <= 12
               MOVE Giorni-Mese(GD-Mese) TO GD-Ultimo-Giorno
           ELSE
               MOVE 31 TO GD-Ultimo-Giorno
           END-IF
           IF GD-Mese = 2
               DIVIDE GD-Anno BY 4
                   GIVING Quoziente-Bisestile
                   REMAINDER Resto-Bisestile
               IF Resto-Bisestile = 0
                   DIVIDE GD-Anno BY 100
                       GIVING Quoziente-Bisestile
                       REMAINDER Resto-Bisestile
                   IF Resto-Bisestile NOT = 0
                       MOVE 29 TO GD-Ultimo-Giorno
                   ELSE
                       DIVIDE GD-Anno BY 400
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO GD-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2600-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       2600-GIORNO-SETTIMANA.
           MOVE Giorno-Dopo(1:4) TO ZL-Anno
           MOVE Giorno-Dopo(5:2) TO ZL-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF ZL-Mese < 3
               ADD 12 TO ZL-Mese
               SUBTRACT 1 FROM ZL-Anno
           END-IF
           DIVIDE ZL-Anno BY 100
               GIVING ZL-Secolo
               REMAINDER ZL-Anno-Secolo
           COMPUTE ZL-Somma = 13 * (ZL-Mese + 1)
           DIVIDE ZL-Somma BY 5 GIVING ZL-Termine-Mese
           DIVIDE ZL-Anno-Secolo BY 4 GIVING ZL-Quarto-Anno
           DIVIDE ZL-Secolo BY 4 GIVING ZL-Quarto-Secolo
           COMPUTE ZL-Somma = GD-Giorno + ZL-Termine-Mese
               + ZL-Anno-Secolo + ZL-Quarto-Anno
               + ZL-Quarto-Secolo + 5 * ZL-Secolo
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE ZL-Somma = ZL-Resto + 5
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE Giorno-Settimana = ZL-Resto + 1.

      *Paragrafo 2700-CONTROLLA-DATA: Giorno-Dopo e' una data del
      *calendario civile?
       2700-CONTROLLA-DATA.
           MOVE "N" TO Data-Valida
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF GD-Anno > 1900 AND GD-Mese >= 1 AND GD-Mese <= 12
               PERFORM 2550-ULTIMO-GIORNO
               IF GD-Giorno >= 1 AND GD-Giorno <= GD-Ultimo-Giorno
                   MOVE "Y" TO Data-Valida
               END-IF
           END-IF.

      *Paragrafo 3000-ELENCO-MESE: i giorni registrati di un mese,
      *con il totale dei giorni e delle ore di lezione
       3000-ELENCO-MESE.
           DISPLAY "Mese (AAAAMM): "
           ACCEPT Mese-Scelto
           MOVE 0 TO Giorni-Lezione
           MOVE 0 TO Ore-Lezione
           OPEN INPUT FileGiorni
           IF FS-FileGiorni NOT = "00"
               DISPLAY "GIORNI.DAT non presente"
           ELSE
               COMPUTE GG-Data = Mese-Scelto * 100 + 1
               MOVE "N" TO Fine-File
               START FileGiorni KEY IS NOT LESS THAN GG-Data
                   INVALID KEY MOVE "S" TO Fine-File
               END-START
               PERFORM UNTIL Fine-File = "S"
                   READ FileGiorni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF GG-Data(1:6) NOT = Mese-Scelto
                               MOVE "S" TO Fine-File
                           ELSE
                               PERFORM 3100-RIGA-GIORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiorni
               DISPLAY "Giorni di lezione: " Giorni-Lezione
                   "  ore di lezione: " Ore-Lezione
           END-IF.

      *Paragrafo 3100-RIGA-GIORNO: una riga dell'elenco; il giorno
      *della settimana si ricalcola sulla data (il mese puo' avere
      *giorni non registrati)
       3100-RIGA-GIORNO.
           MOVE GG-Data TO Giorno-Dopo
           PERFORM 2600-GIORNO-SETTIMANA
           PERFORM 3200-NOME-TIPO
           IF GG-Lezione
               ADD 1 TO Giorni-Lezione
               ADD GG-Ore TO Ore-Lezione
           END-IF
           DISPLAY GG-Data " " Giorno-Nome(Giorno-Settimana) " "
               Tipo-Nome " ore " GG-Ore " " GG-Descrizione.

      *Paragrafo 3200-NOME-TIPO: il nome del tipo del giorno letto
       3200-NOME-TIPO.
           MOVE GG-Tipo TO Tipo-Nome
           MOVE 0 TO Tipi-Idx
           PERFORM UNTIL Tipi-Idx >= 5
               ADD 1 TO Tipi-Idx
               IF TP-Codice(Tipi-Idx) = GG-Tipo
                   MOVE TP-Nome(Tipi-Idx) TO Tipo-Nome
                   MOVE 5 TO Tipi-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 4000-MONTE-ORE: giorni per tipo e ore di lezione
      *di un anno scolastico, in totale e per periodo
       4000-MONTE-ORE.
           DISPLAY "Anno scolastico (es. 2025/2026): "
           ACCEPT Anno-Inserito
           MOVE ZEROES TO Conta-Tipo-Tab
           MOVE 0 TO Ore-Lezione
           MOVE 0 TO Periodi-Idx
           PERFORM UNTIL Periodi-Idx >= Periodi-Cont
               ADD 1 TO Periodi-Idx
               MOVE 0 TO PD-Ore(Periodi-Idx)
           END-PERFORM
           OPEN INPUT FileGiorni
           IF FS-FileGiorni NOT = "00"
               DISPLAY "GIORNI.DAT non presente"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileGiorni NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF GG-Anno = Anno-Inserito
                               PERFORM 4100-CONTA-GIORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileGiorni
               MOVE 0 TO Tipi-Idx
               PERFORM UNTIL Tipi-Idx >= 5
                   ADD 1 TO Tipi-Idx
                   MOVE Conta-Tipo(Tipi-Idx) TO Giorni-for
                   DISPLAY "Giorni di " TP-Nome(Tipi-Idx) ": "
                       Giorni-for
               END-PERFORM
               MOVE 0 TO Periodi-Idx
               PERFORM UNTIL Periodi-Idx >= Periodi-Cont
                   ADD 1 TO Periodi-Idx
                   IF PD-Anno(Periodi-Idx) = Anno-Inserito
                       MOVE PD-Ore(Periodi-Idx) TO Ore-for
                       DISPLAY "Ore di lezione periodo "
                           PD-Periodo(Periodi-Idx) ": " Ore-for
                   END-IF
               END-PERFORM
               MOVE Ore-Lezione TO Ore-for
               DISPLAY "Monte ore dell'anno: " Ore-for
           END-IF.

      *Paragrafo 4100-CONTA-GIORNO: il giorno letto nei conteggi per
      *tipo e, se di lezione, nelle ore dell'anno e del periodo
       4100-CONTA-GIORNO.
           MOVE 0 TO Tipi-Idx
           PERFORM UNTIL Tipi-Idx >= 5
               ADD 1 TO Tipi-Idx
               IF TP-Codice(Tipi-Idx) = GG-Tipo
                   ADD 1 TO Conta-Tipo(Tipi-Idx)
                   MOVE 5 TO Tipi-Idx
               END-IF
           END-PERFORM
           IF GG-Lezione
               ADD GG-Ore TO Ore-Lezione
               MOVE 0 TO Periodi-Idx
               PERFORM UNTIL Periodi-Idx >= Periodi-Cont
                   ADD 1 TO Periodi-Idx
                   IF PD-Anno(Periodi-Idx) = GG-Anno
                           AND GG-Data NOT < PD-Inizio(Periodi-Idx)
                           AND GG-Data NOT > PD-Fine(Periodi-Idx)
                       ADD GG-Ore TO PD-Ore(Periodi-Idx)
                       MOVE Periodi-Cont TO Periodi-Idx
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 5000-CANCELLA-ANNO: via tutti i giorni di un anno
      *scolastico, dopo conferma
       5000-CANCELLA-ANNO.
           DISPLAY "Anno scolastico da cancellare: "
           ACCEPT Anno-Inserito
           DISPLAY "Confermi la cancellazione di tutti i giorni "
               "dell'anno? (S/N): "
           ACCEPT Risposta
           IF Risposta = "S" OR Risposta = "s"
               MOVE 0 TO Giorni-Tolti
               OPEN I-O FileGiorni
               IF FS-FileGiorni NOT = "00"
                   DISPLAY "GIORNI.DAT non presente"
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileGiorni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               IF GG-Anno = Anno-Inserito
                                   DELETE FileGiorni RECORD
                                       NOT INVALID KEY
                                           ADD 1 TO Giorni-Tolti
                                   END-DELETE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileGiorni
                   DISPLAY "Giorni tolti: " Giorni-Tolti
               END-IF
           END-IF.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

       END PROGRAM GiorniManut.
