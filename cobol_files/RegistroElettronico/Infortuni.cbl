       IDENTIFICATION DIVISION.
       PROGRAM-ID. Infortuni.

      *Registro degli infortuni di studenti e personale
      *(INFORTUNI.DAT), al posto del raccoglitore dei moduli. Ogni
      *evento ha un numero progressivo di registro e riguarda uno
      *studente (matricola di STUDENTI.DAT) o un docente (sigla di
      *DOCENTI.DAT): data e ora, luogo, attivita' in corso (classe,
      *ora di lezione e materia ricavate da ORARIO.DAT per il giorno
      *della settimana), descrizione, testimoni, giorni di prognosi
      *del certificato medico e stato delle denunce all'assicurazione
      *della scuola e all'INAIL. La denuncia all'INAIL e' dovuta con
      *prognosi oltre i tre giorni e va fatta entro due giorni dal
      *certificato (o dall'evento, senza certificato); la stessa
      *scadenza vale per l'assicurazione. Il modulo di denuncia
      *(INFORTUNIO-<numero>.txt) porta il numero di protocollo
      *(PROTOCOLLO.DAT, tipo INFORTUNIO; la ristampa riferisce il
      *primo numero). Lo scadenzario (INFORTUNI-SCADENZE.txt) elenca
      *le denunce non ancora inviate con la data limite; il
      *riepilogo annuale per luogo e per attivita' (INFORTUNI-
      *RIEPILOGO-<anno>.txt) va al responsabile della sicurezza.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileInfortuni ASSIGN TO 'INFORTUNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-Numero
               FILE STATUS IS FS-FileInfortuni.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
      *Orario delle lezioni: l'attivita' in corso all'ora
      *dell'infortunio
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
      *Registro di protocollo: il modulo di denuncia e' un atto
      *ufficiale (vedi Protocollo)
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
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
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.

       DATA DIVISION.
       FILE SECTION.
      *Un infortunio; soggetto S = studente (IN-Matricola),
      *D = docente o personale (IN-Sigla). Le date di invio restano
      *a zero finche' la denuncia non e' partita
       FD  FileInfortuni.
       01  Infortuni-Record.
           05  IN-Numero PIC 9(4).
           05  IN-Anno PIC X(9).
           05  IN-Soggetto PIC X(1).
               88  IN-Studente VALUE "S".
               88  IN-Personale VALUE "D".
           05  IN-Matricola PIC 9(6).
           05  IN-Sigla PIC X(10).
           05  IN-Data PIC 9(8).
           05  IN-Ora PIC 9(4).
           05  IN-Luogo PIC X(10).
           05  IN-Classe PIC X(4).
           05  IN-Ora-Lezione PIC 9(1).
           05  IN-Materia PIC X(20).
           05  IN-Attivita PIC X(30).
           05  IN-Descrizione PIC X(60).
           05  IN-Testimoni PIC X(60).
           05  IN-Data-Certificato PIC 9(8).
           05  IN-Prognosi PIC 9(3).
           05  IN-Data-Assicurazione PIC 9(8).
           05  IN-Data-INAIL PIC 9(8).
           05  IN-Protocollo PIC 9(6).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileProtocollo.
       01  FileProtocollo-Record.
           05  PRT-Numero PIC 9(6).
           05  PRT-Anno PIC X(9).
           05  PRT-Data PIC 9(8).
           05  PRT-Tipo PIC X(14).
           05  PRT-Matricola PIC 9(6).
           05  PRT-Operatore PIC X(10).
           05  PRT-Riferimento PIC 9(6).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FileInfortuni PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
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
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Scelto PIC X(9) VALUE SPACES.
       01  Anno-Compatto PIC X(8) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
       01  Docenti-Aperti PIC X VALUE "N".
       01  Orario-Aperto PIC X VALUE "N".
      *Prognosi oltre la quale la denuncia INAIL e' dovuta
       01  Prognosi-Soglia-INAIL PIC 9(3) VALUE 3.
      *Luoghi ammessi
       01  Luoghi-Dati.
           05  FILLER PIC X(10) VALUE "PALESTRA".
           05  FILLER PIC X(10) VALUE "LAB-CHIM".
           05  FILLER PIC X(10) VALUE "LAB-FIS".
           05  FILLER PIC X(10) VALUE "LAB-INFO".
           05  FILLER PIC X(10) VALUE "LAB-ALTRO".
           05  FILLER PIC X(10) VALUE "AULA".
           05  FILLER PIC X(10) VALUE "CORRIDOIO".
           05  FILLER PIC X(10) VALUE "SCALE".
           05  FILLER PIC X(10) VALUE "CORTILE".
           05  FILLER PIC X(10) VALUE "FUORI-SEDE".
           05  FILLER PIC X(10) VALUE "ALTRO".
       01  Luoghi-Tab REDEFINES Luoghi-Dati.
           05  Luogo-Nome OCCURS 11 TIMES PIC X(10).
       01  Luogo-Idx PIC 99 VALUE 0.
       01  Luogo-Trovato PIC 99 VALUE 0.
       01  Luogo-Inserito PIC X(10) VALUE SPACES.
      *Riepilogo per luogo (stesso ordine della tabella) e per
      *attivita' (materia dell'orario, o ricreazione/fuori orario)
       01  Riepilogo-Luoghi-Tab.
           05  RL-Voce OCCURS 11 TIMES.
               10  RL-Eventi PIC 9(4).
               10  RL-Prognosi PIC 9(5).
       01  Riepilogo-Attivita-Tab.
           05  RA-Voce OCCURS 60 TIMES.
               10  RA-Materia PIC X(20).
               10  RA-Eventi PIC 9(4).
               10  RA-Prognosi PIC 9(5).
       01  RA-Cont PIC 99 VALUE 0.
       01  RA-Idx PIC 99 VALUE 0.
       01  RA-Trovata PIC 99 VALUE 0.
       01  Materia-Riepilogo PIC X(20) VALUE SPACES.
       01  Eventi-Anno PIC 9(4) VALUE 0.
       01  Prognosi-Anno PIC 9(5) VALUE 0.
       01  Eventi-for PIC ZZZ9.
       01  Prognosi-for PIC ZZZZ9.
      *Infortunio corrente
       01  Infortunio-Scelto PIC 9(4) VALUE 0.
       01  Infortunio-Trovato PIC X VALUE "N".
           88  Infortunio-Trovato-Si VALUE "Y".
       01  Ultimo-Numero PIC 9(4) VALUE 0.
       01  Infortunio-Salvato PIC X(260) VALUE SPACES.
       01  Fine-Infortuni PIC X VALUE "N".
       01  Dati-Validi PIC X VALUE "N".
       01  Risposta PIC X VALUE SPACE.
       01  Data-Inserita PIC 9(8) VALUE 0.
       01  Soggetto-Nome PIC X(60) VALUE SPACES.
      *Scadenze delle denunce
       01  Data-Base-Denuncia PIC 9(8) VALUE 0.
       01  Data-Limite PIC 9(8) VALUE 0.
       01  Scadenze-Elencate PIC 999 VALUE 0.
       01  Scadenze-Superate PIC 999 VALUE 0.
       01  INAIL-Dovuta PIC X VALUE "N".
       01  Ente-Denuncia PIC X(10) VALUE SPACES.
      *Emissione del numero di protocollo del modulo
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
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
      *congruenza di Zeller, per la chiave di ORARIO.DAT
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(5) VALUE 0.
       01  ZL-Termine-Mese PIC 9(3) VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Quoziente PIC 9(5) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Ora-for PIC 99B99.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il registro e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileInfortuni
           IF FS-FileInfortuni NOT = "00"
               OPEN OUTPUT FileInfortuni
               CLOSE FileInfortuni
               OPEN I-O FileInfortuni
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               CLOSE FileInfortuni
               STOP RUN
           END-IF
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE "Y" TO Docenti-Aperti
           END-IF
           OPEN INPUT Orario
           IF FS-Orario = "00"
               MOVE "Y" TO Orario-Aperto
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "REGISTRO INFORTUNI"
               DISPLAY "1: Nuovo infortunio"
               DISPLAY "2: Certificato medico e invio denunce"
               DISPLAY "3: Modulo di denuncia protocollato"
               DISPLAY "4: Scadenzario delle denunce"
               DISPLAY "5: Riepilogo annuale per la sicurezza"
               DISPLAY "6: Elenco infortuni"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-NUOVO-INFORTUNIO
                   WHEN 2 PERFORM 2000-AGGIORNA-DENUNCE
                   WHEN 3 PERFORM 3000-MODULO-DENUNCIA
                   WHEN 4 PERFORM 4000-SCADENZARIO
                   WHEN 5 PERFORM 5000-RIEPILOGO
                   WHEN 6 PERFORM 6000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileInfortuni
           CLOSE Studenti
           IF Docenti-Aperti = "Y"
               CLOSE Docenti
           END-IF
           IF Orario-Aperto = "Y"
               CLOSE Orario
           END-IF
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno scolastico in corso da
      *ANNO-CORRENTE.DAT, chiesto a video se il file manca
       0500-LEGGI-ANNO.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-NUOVO-INFORTUNIO: soggetto, data, ora,
      *luogo, attivita' (dall'orario della classe), descrizione e
      *testimoni; il numero e' il massimo registrato piu' uno
       1000-NUOVO-INFORTUNIO.
           MOVE SPACES TO Infortuni-Record
           MOVE 0 TO IN-Matricola
           MOVE 0 TO IN-Ora-Lezione
           MOVE 0 TO IN-Data-Certificato
           MOVE 0 TO IN-Prognosi
           MOVE 0 TO IN-Data-Assicurazione
           MOVE 0 TO IN-Data-INAIL
           MOVE 0 TO IN-Protocollo
           MOVE Anno-Corrente TO IN-Anno
           MOVE "Y" TO Dati-Validi
           DISPLAY "Infortunato: S = studente, D = docente o "
               "personale: "
           ACCEPT IN-Soggetto
           INSPECT IN-Soggetto CONVERTING "sd" TO "SD"
           IF IN-Studente
               DISPLAY "Matricola: "
               ACCEPT IN-Matricola
               MOVE IN-Matricola TO ST-ID
               READ Studenti
                   INVALID KEY
                       DISPLAY "Matricola non in anagrafica"
                       MOVE "N" TO Dati-Validi
                   NOT INVALID KEY
                       DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20)
                           " " ST-Classe
                       MOVE ST-Classe TO IN-Classe
               END-READ
           ELSE IF IN-Personale
               DISPLAY "Sigla docente / personale: "
               ACCEPT IN-Sigla
               IF Docenti-Aperti = "Y"
                   MOVE IN-Sigla TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           DISPLAY "Sigla non presente in "
                               "DOCENTI.DAT"
                           MOVE "N" TO Dati-Validi
                       NOT INVALID KEY
                           DISPLAY DC-Cognome " " DC-Nome
                   END-READ
               END-IF
               IF Dati-Validi = "Y"
                   DISPLAY "Classe in cui si trovava (invio = "
                       "nessuna): "
                   ACCEPT IN-Classe
               END-IF
           ELSE
               DISPLAY "Tipo di infortunato non valido"
               MOVE "N" TO Dati-Validi
           END-IF
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1100-CHIEDI-EVENTO
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1300-ATTIVITA-IN-CORSO
               DISPLAY "Descrizione della dinamica: "
               ACCEPT IN-Descrizione
               DISPLAY "Testimoni (nomi, separati da virgola): "
               ACCEPT IN-Testimoni
               PERFORM 1400-PROSSIMO-NUMERO
               WRITE Infortuni-Record
                   INVALID KEY
                       DISPLAY "Infortunio non registrato"
                   NOT INVALID KEY
                       DISPLAY "Infortunio registrato al n. "
                           IN-Numero
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Infortunio " DELIMITED BY SIZE
                           IN-Numero DELIMITED BY SIZE
                           " registrato" DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
               END-WRITE
           END-IF.

      *Paragrafo 1100-CHIEDI-EVENTO: data, ora e luogo
      *dell'infortunio
       1100-CHIEDI-EVENTO.
           DISPLAY "Data dell'infortunio (AAAAMMGG, 0 = oggi): "
           MOVE 0 TO IN-Data
           ACCEPT IN-Data
           IF IN-Data = 0
               MOVE Data-Oggi TO IN-Data
           END-IF
           DISPLAY "Ora (HHMM, es. 1015): "
           ACCEPT IN-Ora
           MOVE "N" TO Risposta
           PERFORM UNTIL Risposta = "Y"
               DISPLAY "Luogo (PALESTRA, LAB-CHIM, LAB-FIS, "
                   "LAB-INFO, LAB-ALTRO, AULA, CORRIDOIO, SCALE, "
                   "CORTILE, FUORI-SEDE, ALTRO): "
               MOVE SPACES TO Luogo-Inserito
               ACCEPT Luogo-Inserito
               INSPECT Luogo-Inserito
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 1200-CERCA-LUOGO
               IF Luogo-Trovato = 0
                   DISPLAY "Luogo non previsto"
               ELSE
                   MOVE "Y" TO Risposta
               END-IF
           END-PERFORM
           MOVE Luogo-Inserito TO IN-Luogo
           IF IN-Data > Data-Oggi OR IN-Data < 19000101
               DISPLAY "Data non valida"
               MOVE "N" TO Dati-Validi
           ELSE IF IN-Ora(1:2) > "23" OR IN-Ora(3:2) > "59"
               DISPLAY "Ora non valida"
               MOVE "N" TO Dati-Validi
           END-IF
           END-IF.

      *Paragrafo 1200-CERCA-LUOGO: posizione di Luogo-Inserito
      *nella tabella dei luoghi (0 se assente)
       1200-CERCA-LUOGO.
           MOVE 0 TO Luogo-Trovato
           MOVE 0 TO Luogo-Idx
           PERFORM UNTIL Luogo-Idx >= 11
               ADD 1 TO Luogo-Idx
               IF Luogo-Nome(Luogo-Idx) = Luogo-Inserito
                   MOVE Luogo-Idx TO Luogo-Trovato
                   MOVE 11 TO Luogo-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1300-ATTIVITA-IN-CORSO: l'ora di lezione indicata
      *e, dall'orario della classe per quel giorno della
      *settimana, la materia in corso; fuori orario (ora 0) conta
      *la sola descrizione dell'attivita'
       1300-ATTIVITA-IN-CORSO.
           DISPLAY "Ora di lezione (1-8, 0 = ricreazione o fuori "
               "orario): "
           ACCEPT IN-Ora-Lezione
           MOVE SPACES TO IN-Materia
           IF IN-Ora-Lezione > 0 AND IN-Classe NOT = SPACES
                   AND Orario-Aperto = "Y"
               MOVE IN-Data TO Giorno-Dopo
               PERFORM 9400-GIORNO-SETTIMANA
               MOVE IN-Classe TO OR-Classe
               MOVE Giorno-Settimana TO OR-Giorno
               MOVE IN-Ora-Lezione TO OR-Ora
               READ Orario
                   INVALID KEY
                       DISPLAY "Nessuna lezione in orario per "
                           "la classe a quell'ora"
                   NOT INVALID KEY
                       MOVE OR-Materia TO IN-Materia
                       DISPLAY "Lezione in corso: " OR-Materia
                           " (" OR-Docente ")"
               END-READ
           END-IF
           IF IN-Ora-Lezione > 0 AND IN-Materia = SPACES
               DISPLAY "Materia in corso: "
               ACCEPT IN-Materia
           END-IF
           DISPLAY "Attivita' svolta (es. partita di pallavolo, "
               "esperienza di laboratorio): "
           ACCEPT IN-Attivita.

      *Paragrafo 1400-PROSSIMO-NUMERO: il massimo numero di
      *registro piu' uno, in IN-Numero (l'area record e' salvata
      *intorno alla scansione)
       1400-PROSSIMO-NUMERO.
           MOVE Infortuni-Record TO Infortunio-Salvato
           MOVE 0 TO Ultimo-Numero
           MOVE 0 TO IN-Numero
           START FileInfortuni KEY IS NOT LESS THAN IN-Numero
               INVALID KEY MOVE "S" TO Fine-Infortuni
               NOT INVALID KEY MOVE "N" TO Fine-Infortuni
           END-START
           PERFORM UNTIL Fine-Infortuni = "S"
               READ FileInfortuni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Infortuni
                   NOT AT END
                       MOVE IN-Numero TO Ultimo-Numero
               END-READ
           END-PERFORM
           MOVE Infortunio-Salvato TO Infortuni-Record
           ADD 1 TO Ultimo-Numero
           MOVE Ultimo-Numero TO IN-Numero.

      *Paragrafo 2000-AGGIORNA-DENUNCE: certificato medico con i
      *giorni di prognosi e date di invio delle denunce
       2000-AGGIORNA-DENUNCE.
           PERFORM 8000-SCEGLI-INFORTUNIO
           IF Infortunio-Trovato-Si
               DISPLAY "Data del certificato medico (AAAAMMGG, "
                   "invio = invariata): "
               MOVE 0 TO Data-Inserita
               ACCEPT Data-Inserita
               IF Data-Inserita NOT = 0
                   IF Data-Inserita < IN-Data
                       DISPLAY "Certificato anteriore all'evento: "
                           "ignorato"
                   ELSE
                       MOVE Data-Inserita TO IN-Data-Certificato
                       DISPLAY "Giorni di prognosi: "
                       ACCEPT IN-Prognosi
                   END-IF
               END-IF
               DISPLAY "Denuncia all'assicurazione inviata il "
                   "(AAAAMMGG, invio = invariata): "
               MOVE 0 TO Data-Inserita
               ACCEPT Data-Inserita
               IF Data-Inserita NOT = 0
                   MOVE Data-Inserita TO IN-Data-Assicurazione
               END-IF
               IF IN-Prognosi > Prognosi-Soglia-INAIL
                   DISPLAY "Denuncia INAIL inviata il (AAAAMMGG, "
                       "invio = invariata): "
                   MOVE 0 TO Data-Inserita
                   ACCEPT Data-Inserita
                   IF Data-Inserita NOT = 0
                       MOVE Data-Inserita TO IN-Data-INAIL
                   END-IF
               END-IF
               REWRITE Infortuni-Record
                   INVALID KEY
                       DISPLAY "Aggiornamento non registrato"
                   NOT INVALID KEY
                       DISPLAY "Aggiornamento registrato"
               END-REWRITE
               PERFORM 4200-DATA-LIMITE
               IF INAIL-Dovuta = "Y" AND IN-Data-INAIL = 0
                   MOVE Data-Limite TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   DISPLAY "Denuncia INAIL dovuta entro il "
                       Data-for
               END-IF
           END-IF.

      *Paragrafo 3000-MODULO-DENUNCIA: INFORTUNIO-<numero>.txt con
      *il numero di protocollo; la prima emissione resta
      *sull'infortunio, una ristampa la riferisce
       3000-MODULO-DENUNCIA.
           PERFORM 8000-SCEGLI-INFORTUNIO
           IF Infortunio-Trovato-Si
               PERFORM 7000-EMETTI-PROTOCOLLO
               IF IN-Protocollo = 0
                   MOVE Protocollo-Numero TO IN-Protocollo
                   REWRITE Infortuni-Record
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               PERFORM 8200-NOME-SOGGETTO
               MOVE SPACES TO FileOut-Filename
               STRING "INFORTUNIO-" DELIMITED BY SIZE
                   IN-Numero DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE "DENUNCIA DI INFORTUNIO" TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Protocollo n. " DELIMITED BY SIZE
                   Protocollo-Numero DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   Anno-Corrente DELIMITED BY SIZE
                   INTO riga
               IF Protocollo-Numero NOT = IN-Protocollo
                   MOVE SPACES TO riga(40:41)
                   STRING "(ristampa del n. " DELIMITED BY SIZE
                       IN-Protocollo DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO riga(40:41)
               END-IF
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Registro infortuni n. " DELIMITED BY SIZE
                   IN-Numero DELIMITED BY SIZE
                   " - anno scolastico " DELIMITED BY SIZE
                   IN-Anno DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Infortunato : " DELIMITED BY SIZE
                   Soggetto-Nome DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE IN-Data TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE IN-Ora TO Ora-for
               INSPECT Ora-for REPLACING ALL " " BY ":"
               MOVE SPACES TO riga
               STRING "Data e ora  : " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   " ore " DELIMITED BY SIZE
                   Ora-for DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Luogo       : " DELIMITED BY SIZE
                   IN-Luogo DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               IF IN-Ora-Lezione > 0
                   STRING "Attivita'   : classe " DELIMITED BY SIZE
                       IN-Classe DELIMITED BY SPACE
                       ", " DELIMITED BY SIZE
                       IN-Ora-Lezione DELIMITED BY SIZE
                       "a ora, " DELIMITED BY SIZE
                       IN-Materia DELIMITED BY "  "
                       INTO riga
               ELSE
                   STRING "Attivita'   : fuori dall'orario di "
                       DELIMITED BY SIZE
                       "lezione" DELIMITED BY SIZE
                       INTO riga
               END-IF
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "              " DELIMITED BY SIZE
                   IN-Attivita DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Dinamica    :" TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   IN-Descrizione DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Testimoni   :" TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   IN-Testimoni DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               IF IN-Data-Certificato = 0
                   MOVE "Certificato : non ancora pervenuto"
                       TO riga
               ELSE
                   MOVE IN-Data-Certificato TO Data-Lavoro
                   PERFORM 8100-FORMATTA-DATA
                   STRING "Certificato : del " DELIMITED BY SIZE
                       Data-for DELIMITED BY SIZE
                       ", prognosi " DELIMITED BY SIZE
                       IN-Prognosi DELIMITED BY SIZE
                       " giorni" DELIMITED BY SIZE
                       INTO riga
               END-IF
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               PERFORM 4200-DATA-LIMITE
               MOVE Data-Limite TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE SPACES TO riga
               STRING "Denunce entro il " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   INTO riga
               IF INAIL-Dovuta = "Y"
                   MOVE "(assicurazione e INAIL)" TO riga(29:23)
               ELSE
                   MOVE "(assicurazione)" TO riga(29:15)
               END-IF
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE "Il dirigente scolastico: ____________________"
                   TO FileOut-Record
               WRITE FileOut-Record
               CLOSE FileOut
               DISPLAY "Modulo scritto su " FileOut-Filename
           END-IF.

      *Paragrafo 4000-SCADENZARIO: INFORTUNI-SCADENZE.txt, le
      *denunce non ancora inviate con la data limite (due giorni
      *dal certificato o dall'evento) e quelle gia' scadute
       4000-SCADENZARIO.
           MOVE "INFORTUNI-SCADENZE.txt" TO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE Data-Oggi TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Scadenzario denunce di infortunio al "
               DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Scadenze-Elencate
           MOVE 0 TO Scadenze-Superate
           MOVE 0 TO IN-Numero
           START FileInfortuni KEY IS NOT LESS THAN IN-Numero
               INVALID KEY MOVE "S" TO Fine-Infortuni
               NOT INVALID KEY MOVE "N" TO Fine-Infortuni
           END-START
           PERFORM UNTIL Fine-Infortuni = "S"
               READ FileInfortuni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Infortuni
                   NOT AT END
                       PERFORM 4100-SCADENZE-INFORTUNIO
               END-READ
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Denunce da inviare: " DELIMITED BY SIZE
               Scadenze-Elencate DELIMITED BY SIZE
               "   gia' scadute: " DELIMITED BY SIZE
               Scadenze-Superate DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Denunce da inviare: " Scadenze-Elencate
               "  gia' scadute: " Scadenze-Superate
           DISPLAY "Scadenzario scritto su " FileOut-Filename.

      *Paragrafo 4100-SCADENZE-INFORTUNIO: una riga per denuncia
      *non inviata dell'infortunio letto
       4100-SCADENZE-INFORTUNIO.
           PERFORM 4200-DATA-LIMITE
           IF IN-Data-Assicurazione = 0
               MOVE "ASSICURAZ." TO Ente-Denuncia
               PERFORM 4300-RIGA-SCADENZA
           END-IF
           IF INAIL-Dovuta = "Y" AND IN-Data-INAIL = 0
               MOVE "INAIL" TO Ente-Denuncia
               PERFORM 4300-RIGA-SCADENZA
           END-IF.

      *Paragrafo 4200-DATA-LIMITE: due giorni dal certificato (o
      *dall'evento) in Data-Limite; INAIL-Dovuta con prognosi oltre
      *la soglia
       4200-DATA-LIMITE.
           IF IN-Data-Certificato NOT = 0
               MOVE IN-Data-Certificato TO Data-Base-Denuncia
           ELSE
               MOVE IN-Data TO Data-Base-Denuncia
           END-IF
           MOVE Data-Base-Denuncia TO Giorno-Dopo
           PERFORM 9410-GIORNO-SUCCESSIVO
           PERFORM 9410-GIORNO-SUCCESSIVO
           MOVE Giorno-Dopo TO Data-Limite
           MOVE "N" TO INAIL-Dovuta
           IF IN-Prognosi > Prognosi-Soglia-INAIL
               MOVE "Y" TO INAIL-Dovuta
           END-IF.

      *Paragrafo 4300-RIGA-SCADENZA: la denuncia all'ente in
      *Ente-Denuncia con la data limite
       4300-RIGA-SCADENZA.
           ADD 1 TO Scadenze-Elencate
           PERFORM 8200-NOME-SOGGETTO
           MOVE Data-Limite TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING IN-Numero DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Ente-Denuncia DELIMITED BY SIZE
               " entro " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Soggetto-Nome(1:30) DELIMITED BY SIZE
               INTO riga
           IF Data-Limite < Data-Oggi
               ADD 1 TO Scadenze-Superate
               MOVE "SCADUTA" TO riga(67:7)
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 5000-RIEPILOGO: per l'anno scelto eventi e giorni
      *di prognosi per luogo e per attivita', su
      *INFORTUNI-RIEPILOGO-<anno>.txt per il responsabile della
      *sicurezza
       5000-RIEPILOGO.
           DISPLAY "Anno scolastico (invio = anno in corso): "
           MOVE SPACES TO Anno-Scelto
           ACCEPT Anno-Scelto
           IF Anno-Scelto = SPACES
               MOVE Anno-Corrente TO Anno-Scelto
           END-IF
           MOVE ZEROS TO Riepilogo-Luoghi-Tab
           MOVE 0 TO RA-Cont
           MOVE 0 TO Eventi-Anno
           MOVE 0 TO Prognosi-Anno
           MOVE 0 TO IN-Numero
           START FileInfortuni KEY IS NOT LESS THAN IN-Numero
               INVALID KEY MOVE "S" TO Fine-Infortuni
               NOT INVALID KEY MOVE "N" TO Fine-Infortuni
           END-START
           PERFORM UNTIL Fine-Infortuni = "S"
               READ FileInfortuni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Infortuni
                   NOT AT END
                       IF IN-Anno = Anno-Scelto
                           PERFORM 5100-ACCUMULA-INFORTUNIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE Anno-Scelto(1:4) TO Anno-Compatto(1:4)
           MOVE Anno-Scelto(6:4) TO Anno-Compatto(5:4)
           MOVE SPACES TO FileOut-Filename
           STRING "INFORTUNI-RIEPILOGO-" DELIMITED BY SIZE
               Anno-Compatto DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Riepilogo infortuni anno scolastico "
               DELIMITED BY SIZE
               Anno-Scelto DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE Eventi-Anno TO Eventi-for
           MOVE Prognosi-Anno TO Prognosi-for
           MOVE SPACES TO riga
           STRING "Infortuni: " DELIMITED BY SIZE
               Eventi-for DELIMITED BY SIZE
               "   giorni di prognosi: " DELIMITED BY SIZE
               Prognosi-for DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Per luogo                 Eventi  Prognosi"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Luogo-Idx
           PERFORM UNTIL Luogo-Idx >= 11
               ADD 1 TO Luogo-Idx
               IF RL-Eventi(Luogo-Idx) > 0
                   MOVE RL-Eventi(Luogo-Idx) TO Eventi-for
                   MOVE RL-Prognosi(Luogo-Idx) TO Prognosi-for
                   MOVE SPACES TO riga
                   MOVE Luogo-Nome(Luogo-Idx) TO riga(3:10)
                   MOVE Eventi-for TO riga(29:4)
                   MOVE Prognosi-for TO riga(37:5)
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Per attivita'             Eventi  Prognosi"
               TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO RA-Idx
           PERFORM UNTIL RA-Idx >= RA-Cont
               ADD 1 TO RA-Idx
               MOVE RA-Eventi(RA-Idx) TO Eventi-for
               MOVE RA-Prognosi(RA-Idx) TO Prognosi-for
               MOVE SPACES TO riga
               MOVE RA-Materia(RA-Idx) TO riga(3:20)
               MOVE Eventi-for TO riga(29:4)
               MOVE Prognosi-for TO riga(37:5)
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-PERFORM
           CLOSE FileOut
           DISPLAY "Infortuni dell'anno: " Eventi-Anno
           DISPLAY "Riepilogo scritto su " FileOut-Filename.

      *Paragrafo 5100-ACCUMULA-INFORTUNIO: l'infortunio letto nei
      *totali del suo luogo e della sua attivita' (la materia in
      *corso, o FUORI ORARIO)
       5100-ACCUMULA-INFORTUNIO.
           ADD 1 TO Eventi-Anno
           ADD IN-Prognosi TO Prognosi-Anno
           MOVE IN-Luogo TO Luogo-Inserito
           PERFORM 1200-CERCA-LUOGO
           IF Luogo-Trovato = 0
               MOVE 11 TO Luogo-Trovato
           END-IF
           ADD 1 TO RL-Eventi(Luogo-Trovato)
           ADD IN-Prognosi TO RL-Prognosi(Luogo-Trovato)
           IF IN-Ora-Lezione = 0 OR IN-Materia = SPACES
               MOVE "FUORI ORARIO" TO Materia-Riepilogo
           ELSE
               MOVE IN-Materia TO Materia-Riepilogo
           END-IF
           MOVE 0 TO RA-Trovata
           MOVE 0 TO RA-Idx
           PERFORM UNTIL RA-Idx >= RA-Cont
               ADD 1 TO RA-Idx
               IF RA-Materia(RA-Idx) = Materia-Riepilogo
                   MOVE RA-Idx TO RA-Trovata
                   MOVE RA-Cont TO RA-Idx
               END-IF
           END-PERFORM
           IF RA-Trovata = 0 AND RA-Cont < 60
               ADD 1 TO RA-Cont
               MOVE RA-Cont TO RA-Trovata
               MOVE Materia-Riepilogo TO RA-Materia(RA-Trovata)
               MOVE 0 TO RA-Eventi(RA-Trovata)
               MOVE 0 TO RA-Prognosi(RA-Trovata)
           END-IF
           IF RA-Trovata > 0
               ADD 1 TO RA-Eventi(RA-Trovata)
               ADD IN-Prognosi TO RA-Prognosi(RA-Trovata)
           END-IF.

      *Paragrafo 6000-ELENCO: gli infortuni registrati
       6000-ELENCO.
           MOVE 0 TO IN-Numero
           START FileInfortuni KEY IS NOT LESS THAN IN-Numero
               INVALID KEY MOVE "S" TO Fine-Infortuni
               NOT INVALID KEY MOVE "N" TO Fine-Infortuni
           END-START
           PERFORM UNTIL Fine-Infortuni = "S"
               READ FileInfortuni NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Infortuni
                   NOT AT END
                       PERFORM 8200-NOME-SOGGETTO
                       MOVE IN-Data TO Data-Lavoro
                       PERFORM 8100-FORMATTA-DATA
                       DISPLAY IN-Numero " " Data-for " "
                           IN-Luogo " " Soggetto-Nome(1:30)
                           " prognosi " IN-Prognosi
               END-READ
           END-PERFORM.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno (massimo emesso piu' uno) e la riga di registro;
      *una ristampa riferisce il primo protocollo dell'infortunio
       7000-EMETTI-PROTOCOLLO.
           DISPLAY "Sigla operatore per il protocollo: "
           ACCEPT Operatore-Protocollo
           MOVE 0 TO Protocollo-Numero
           OPEN INPUT FileProtocollo
           IF FS-FileProtocollo = "00"
               MOVE "N" TO Fine-Protocollo
               PERFORM UNTIL Fine-Protocollo = "S"
                   READ FileProtocollo
                       AT END
                           MOVE "S" TO Fine-Protocollo
                       NOT AT END
                           IF PRT-Anno = Anno-Corrente
                                   AND PRT-Numero
                                       > Protocollo-Numero
                               MOVE PRT-Numero
                                   TO Protocollo-Numero
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileProtocollo
           END-IF
           ADD 1 TO Protocollo-Numero
           OPEN EXTEND FileProtocollo
           IF FS-FileProtocollo NOT = "00"
               OPEN OUTPUT FileProtocollo
           END-IF
           MOVE Protocollo-Numero TO PRT-Numero
           MOVE Anno-Corrente TO PRT-Anno
           ACCEPT Protocollo-Data FROM DATE YYYYMMDD
           MOVE Protocollo-Data TO PRT-Data
           MOVE "INFORTUNIO" TO PRT-Tipo
           MOVE IN-Matricola TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE IN-Protocollo TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 8000-SCEGLI-INFORTUNIO: il numero di registro,
      *letto nell'area record
       8000-SCEGLI-INFORTUNIO.
           DISPLAY "Numero di registro dell'infortunio: "
           ACCEPT Infortunio-Scelto
           MOVE Infortunio-Scelto TO IN-Numero
           MOVE "Y" TO Infortunio-Trovato
           READ FileInfortuni
               INVALID KEY
                   MOVE "N" TO Infortunio-Trovato
                   DISPLAY "Infortunio non trovato"
           END-READ
           IF Infortunio-Trovato-Si
               PERFORM 8200-NOME-SOGGETTO
               DISPLAY Soggetto-Nome
           END-IF.

      *Paragrafo 8100-FORMATTA-DATA: Data-Lavoro (AAAAMMGG) in
      *Data-for come GG/MM/AAAA
       8100-FORMATTA-DATA.
           MOVE SPACES TO Data-for
           STRING Data-Lavoro-Testo(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Lavoro-Testo(1:4) DELIMITED BY SIZE
               INTO Data-for.

      *Paragrafo 8200-NOME-SOGGETTO: cognome e nome dell'infortunato
      *con matricola e classe o sigla, in Soggetto-Nome
       8200-NOME-SOGGETTO.
           MOVE SPACES TO Soggetto-Nome
           IF IN-Studente
               MOVE IN-Matricola TO ST-ID
               READ Studenti
                   INVALID KEY
                       MOVE SPACES TO ST-Cognome ST-Nome
               END-READ
               STRING ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   " (studente, matr. " DELIMITED BY SIZE
                   IN-Matricola DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Soggetto-Nome
           ELSE
               MOVE SPACES TO DC-Cognome DC-Nome
               IF Docenti-Aperti = "Y"
                   MOVE IN-Sigla TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           MOVE SPACES TO DC-Cognome DC-Nome
                   END-READ
               END-IF
               STRING DC-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   DC-Nome DELIMITED BY "  "
                   " (personale, " DELIMITED BY SIZE
                   IN-Sigla DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO Soggetto-Nome
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

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

      *Paragrafo 9400-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9400-GIORNO-SETTIMANA.
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

      *Paragrafo 9410-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       9410-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 9420-ULTIMO-GIORNO
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

      *Paragrafo 9420-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       9420-ULTIMO-GIORNO.
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

       END PROGRAM Infortuni.
