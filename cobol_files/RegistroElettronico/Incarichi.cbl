       IDENTIFICATION DIVISION.
       PROGRAM-ID. Incarichi.

      *Registro degli incarichi del personale docente: il
      *coordinatore stava in CLASSI.DAT come trenta caratteri di
      *testo libero e gli altri ruoli (verbalizzazione del
      *consiglio, tutor PCTO, coordinamento di dipartimento, docente
      *tutor, referente per la sicurezza) solo nelle lettere di
      *nomina. Ogni incarico e' in INCARICHI.DAT: numero, sigla del
      *docente (verificata su DOCENTI.DAT), codice del ruolo,
      *classe o materia del dipartimento secondo il ruolo, date di
      *validita', stato A attivo o R revocato e protocollo della
      *lettera. I ruoli unici (un solo incarico per classe,
      *dipartimento o istituto nello stesso periodo) rifiutano le
      *sovrapposizioni. La lettera d'incarico esce con numero di
      *protocollo (PROTOCOLLO.DAT, tipo NOMINA) su
      *NOMINA-<protocollo>.txt. VerbaleScrutinio prende da qui chi
      *presiede e chi verbalizza, i documenti di classe e gli
      *elenchi per il coordinatore il nome del coordinatore. Il
      *report INCARICHI-MANCANTI-<data>.txt elenca le classi
      *dell'anno senza un ruolo obbligatorio alla data indicata
      *(di norma l'inizio dell'anno scolastico). Nominare e
      *revocare e' riservato al ruolo di amministratore.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG;
      *una finestra aperta a sessione in corso si segnala al menu
      *successivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FileProtocollo ASSIGN TO 'PROTOCOLLO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProtocollo.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
      *Circolari al personale (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
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
      *Un incarico: classe per i ruoli di classe, materia per i
      *dipartimenti, nessuna delle due per i ruoli d'istituto;
      *stato A attivo, R revocato
       FD  FileIncarichi.
       01  Incarichi-Record.
           05  INC-Numero PIC 9(5).
           05  INC-Docente PIC X(10).
           05  INC-Ruolo PIC X(4).
           05  INC-Classe PIC X(4).
           05  INC-Materia PIC X(20).
           05  INC-Dal PIC 9(8).
           05  INC-Al PIC 9(8).
           05  INC-Stato PIC X(1).
           05  INC-Prot-Anno PIC X(9).
           05  INC-Prot-Numero PIC 9(6).
           05  INC-Operatore PIC X(10).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
           05  OP-Docente PIC X(10).
      *Circolari e prese visione, come in Circolari
       FD  FileCircolari.
       01  Circolari-Record.
           05  CIR-Numero PIC 9(4).
           05  CIR-Data PIC 9(8).
           05  CIR-Data-Testo REDEFINES CIR-Data PIC X(8).
           05  CIR-Titolo PIC X(60).
           05  CIR-Destinatari PIC X(1).
           05  CIR-Ruolo PIC X(1).
           05  CIR-Classi-Tab.
               10  CIR-Classe OCCURS 8 TIMES PIC X(4).
           05  CIR-Testo-Tab.
               10  CIR-Riga OCCURS 12 TIMES PIC X(70).
           05  CIR-Autore PIC X(10).
           05  CIR-Stato PIC X(1).
       FD  FileVisioni.
       01  Visioni-Record.
           05  PV-Chiave.
               10  PV-Numero PIC 9(4).
               10  PV-Sigla PIC X(10).
           05  PV-Data PIC 9(8).
           05  PV-Ora PIC 9(8).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
           05  AP-Operatore PIC X(10).
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
       01  FS-FileIncarichi PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileProtocollo PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-Operatori PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Classi PIC X VALUE "N".
       01  Fine-Protocollo PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  riga PIC X(80).
      *Ruoli: ambito C classe, D dipartimento, I istituto; obbligo S
      *per ogni classe, T per le classi del triennio, N nessuno;
      *unico S un solo incarico per ambito nello stesso periodo
       01  Ruoli-Valori.
           05  FILLER PIC X(4) VALUE "COOR".
           05  FILLER PIC X(3) VALUE "CSS".
           05  FILLER PIC X(30) VALUE "coordinamento di classe".
           05  FILLER PIC X(4) VALUE "SEGR".
           05  FILLER PIC X(3) VALUE "CSS".
           05  FILLER PIC X(30) VALUE "verbalizzazione del consiglio".
           05  FILLER PIC X(4) VALUE "PCTO".
           05  FILLER PIC X(3) VALUE "CTS".
           05  FILLER PIC X(30) VALUE "tutor PCTO".
           05  FILLER PIC X(4) VALUE "TUTS".
           05  FILLER PIC X(3) VALUE "CNN".
           05  FILLER PIC X(30) VALUE "docente tutor degli studenti".
           05  FILLER PIC X(4) VALUE "DIPA".
           05  FILLER PIC X(3) VALUE "DNS".
           05  FILLER PIC X(30) VALUE "coordinamento di dipartimento".
           05  FILLER PIC X(4) VALUE "SICU".
           05  FILLER PIC X(3) VALUE "INS".
           05  FILLER PIC X(30) VALUE "referente per la sicurezza".
       01  Ruoli-Tab REDEFINES Ruoli-Valori.
           05  Ruoli-Voce OCCURS 6 TIMES.
               10  RUO-Codice PIC X(4).
               10  RUO-Ambito PIC X(1).
               10  RUO-Obbligo PIC X(1).
               10  RUO-Unico PIC X(1).
               10  RUO-Descrizione PIC X(30).
       01  Ruoli-Idx PIC 9 VALUE 0.
       01  Ruolo-Trovato PIC 9 VALUE 0.
      *Accesso
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
      *Circolari non ancora lette dall'operatore
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
      *Nuovo incarico, raccolto prima di comporre il record
       01  Docente-Inserito PIC X(10) VALUE SPACES.
       01  Ruolo-Inserito PIC X(4) VALUE SPACES.
       01  Classe-Inserita PIC X(4) VALUE SPACES.
       01  Materia-Inserita PIC X(20) VALUE SPACES.
       01  Dal-Inserito PIC 9(8) VALUE 0.
       01  Al-Inserito PIC 9(8) VALUE 0.
       01  Dati-Validi PIC X VALUE "N".
       01  Sovrapposto PIC 9(5) VALUE 0.
       01  Numero-Massimo PIC 9(5) VALUE 0.
       01  Numero-Scelto PIC 9(5) VALUE 0.
       01  Nome-Docente PIC X(40) VALUE SPACES.
       01  Ambito-Descrizione PIC X(40) VALUE SPACES.
       01  Data-Revoca PIC 9(8) VALUE 0.
      *Protocollo della lettera
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  Protocollo-Numero PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
      *Report dei ruoli obbligatori mancanti
       01  Data-Riferimento PIC 9(8) VALUE 0.
       01  Ruolo-Coperto PIC X VALUE "N".
       01  Classi-Controllate PIC 999 VALUE 0.
       01  Mancanze-Contate PIC 999 VALUE 0.
       01  Voci-Elencate PIC 999 VALUE 0.
       01  Data-Lavoro PIC 9(8) VALUE 0.
       01  Data-Lavoro-Testo REDEFINES Data-Lavoro PIC X(8).
       01  Data-for PIC X(10) VALUE SPACES.
       01  Dal-for PIC X(10) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: accesso, archivi e menu'
       0000-MAINLINE.
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 0500-LEGGI-ANNO
           OPEN I-O FileIncarichi
           IF FS-FileIncarichi NOT = "00"
               OPEN OUTPUT FileIncarichi
               CLOSE FileIncarichi
               OPEN I-O FileIncarichi
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "INCARICHI DEL PERSONALE"
               DISPLAY "1: Conferisci un incarico"
               DISPLAY "2: Revoca un incarico"
               DISPLAY "3: Incarichi di una classe"
               DISPLAY "4: Incarichi di un docente"
               DISPLAY "5: Classi senza un ruolo obbligatorio"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-CONFERISCI
                   WHEN 2 PERFORM 2000-REVOCA
                   WHEN 3 PERFORM 3000-INCARICHI-CLASSE
                   WHEN 4 PERFORM 3500-INCARICHI-DOCENTE
                   WHEN 5 PERFORM 4000-RUOLI-MANCANTI
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileIncarichi
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO: l'anno in corso da
      *ANNO-CORRENTE.DAT, chiesto se manca
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
               DISPLAY "Anno scolastico in corso (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF.

      *Paragrafo 1000-CONFERISCI: docente, ruolo, ambito e validita';
      *l'incarico si registra se non si sovrappone a un altro dello
      *stesso ruolo unico e la lettera esce con il protocollo
       1000-CONFERISCI.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Incarichi riservati al ruolo di "
                   "amministratore"
           ELSE
               PERFORM 1050-CHIEDI-DATI
               IF Dati-Validi = "Y"
                   PERFORM 1300-CONTROLLA-SOVRAPPOSIZIONE
                   IF Sovrapposto NOT = 0
                       DISPLAY "Incarico gia' conferito nel periodo "
                           "(n. " Sovrapposto "): non registrato"
                   ELSE
                       PERFORM 1200-PROSSIMO-NUMERO
                       PERFORM 1500-REGISTRA-INCARICO
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1050-CHIEDI-DATI: i dati dell'incarico nei campi di
      *lavoro, controllati (Dati-Validi)
       1050-CHIEDI-DATI.
           MOVE "Y" TO Dati-Validi
           MOVE SPACES TO Classe-Inserita
           MOVE SPACES TO Materia-Inserita
           DISPLAY "Sigla del docente: "
           MOVE SPACES TO Docente-Inserito
           ACCEPT Docente-Inserito
           PERFORM 8400-NOME-DOCENTE
           IF Nome-Docente = SPACES
               DISPLAY "Sigla non in anagrafica docenti"
               MOVE "N" TO Dati-Validi
           END-IF
           IF Dati-Validi = "Y"
               MOVE 0 TO Ruoli-Idx
               PERFORM UNTIL Ruoli-Idx >= 6
                   ADD 1 TO Ruoli-Idx
                   DISPLAY "  " RUO-Codice(Ruoli-Idx) " "
                       RUO-Descrizione(Ruoli-Idx)
               END-PERFORM
               DISPLAY "Ruolo: "
               MOVE SPACES TO Ruolo-Inserito
               ACCEPT Ruolo-Inserito
               INSPECT Ruolo-Inserito CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM 8300-CERCA-RUOLO
               IF Ruolo-Trovato = 0
                   DISPLAY "Ruolo sconosciuto"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF
           IF Dati-Validi = "Y"
               EVALUATE RUO-Ambito(Ruolo-Trovato)
                   WHEN "C"
                       DISPLAY "Classe: "
                       ACCEPT Classe-Inserita
                       PERFORM 1100-VERIFICA-CLASSE
                   WHEN "D"
                       DISPLAY "Materia del dipartimento (come in "
                           "anagrafica docenti): "
                       ACCEPT Materia-Inserita
                       IF Materia-Inserita = SPACES
                           MOVE "N" TO Dati-Validi
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF Dati-Validi = "Y"
               DISPLAY "Valido dal (AAAAMMGG): "
               MOVE 0 TO Dal-Inserito
               ACCEPT Dal-Inserito
               DISPLAY "Valido al (AAAAMMGG): "
               MOVE 0 TO Al-Inserito
               ACCEPT Al-Inserito
               IF Dal-Inserito = 0 OR Al-Inserito < Dal-Inserito
                   DISPLAY "Periodo di validita' non valido"
                   MOVE "N" TO Dati-Validi
               END-IF
           END-IF.

      *Paragrafo 1100-VERIFICA-CLASSE: la classe dev'essere in
      *CLASSI.DAT, se l'anagrafica delle classi c'e'
       1100-VERIFICA-CLASSE.
           IF Classe-Inserita = SPACES
               MOVE "N" TO Dati-Validi
           ELSE
               OPEN INPUT Classi
               IF FS-Classi = "00"
                   MOVE Classe-Inserita TO CL-Codice
                   READ Classi
                       INVALID KEY
                           DISPLAY "Classe non in anagrafica"
                           MOVE "N" TO Dati-Validi
                   END-READ
                   CLOSE Classi
               END-IF
           END-IF.

      *Paragrafo 1200-PROSSIMO-NUMERO: l'ultimo numero d'incarico
      *piu' uno
       1200-PROSSIMO-NUMERO.
           MOVE 0 TO Numero-Massimo
           MOVE 0 TO INC-Numero
           MOVE "N" TO Fine-Scan
           START FileIncarichi KEY IS NOT LESS THAN INC-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileIncarichi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       MOVE INC-Numero TO Numero-Massimo
               END-READ
           END-PERFORM
           ADD 1 TO Numero-Massimo.

      *Paragrafo 1300-CONTROLLA-SOVRAPPOSIZIONE: per un ruolo unico,
      *un incarico attivo dello stesso ruolo e ambito con periodo
      *che si accavalla (Sovrapposto ne tiene il numero)
       1300-CONTROLLA-SOVRAPPOSIZIONE.
           MOVE 0 TO Sovrapposto
           IF RUO-Unico(Ruolo-Trovato) = "S"
               MOVE 0 TO INC-Numero
               MOVE "N" TO Fine-Scan
               START FileIncarichi KEY IS NOT LESS THAN INC-Numero
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileIncarichi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF INC-Stato = "A"
                                   AND INC-Ruolo = Ruolo-Inserito
                                   AND INC-Classe = Classe-Inserita
                                   AND INC-Materia = Materia-Inserita
                                   AND INC-Dal <= Al-Inserito
                                   AND INC-Al >= Dal-Inserito
                               MOVE INC-Numero TO Sovrapposto
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 1500-REGISTRA-INCARICO: protocollo, incarico e
      *lettera
       1500-REGISTRA-INCARICO.
           PERFORM 7000-EMETTI-PROTOCOLLO
           MOVE SPACES TO Incarichi-Record
           MOVE Numero-Massimo TO INC-Numero
           MOVE Docente-Inserito TO INC-Docente
           MOVE Ruolo-Inserito TO INC-Ruolo
           MOVE Classe-Inserita TO INC-Classe
           MOVE Materia-Inserita TO INC-Materia
           MOVE Dal-Inserito TO INC-Dal
           MOVE Al-Inserito TO INC-Al
           MOVE "A" TO INC-Stato
           MOVE Anno-Corrente TO INC-Prot-Anno
           MOVE Protocollo-Numero TO INC-Prot-Numero
           MOVE Operatore-Protocollo TO INC-Operatore
           WRITE Incarichi-Record
               INVALID KEY
                   DISPLAY "Incarico non registrato"
               NOT INVALID KEY
                   PERFORM 1600-LETTERA-INCARICO
                   DISPLAY "Incarico n. " INC-Numero " conferito, "
                       "protocollo n. " Protocollo-Numero
                   DISPLAY "Lettera scritta su " FileOut-Filename
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Incarico " DELIMITED BY SIZE
                       INC-Ruolo DELIMITED BY SIZE
                       " a " DELIMITED BY SIZE
                       INC-Docente DELIMITED BY SPACE
                       " prot. " DELIMITED BY SIZE
                       Protocollo-Numero DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-WRITE.

      *Paragrafo 1600-LETTERA-INCARICO: NOMINA-<protocollo>.txt per
      *l'incarico in Incarichi-Record
       1600-LETTERA-INCARICO.
           MOVE SPACES TO FileOut-Filename
           STRING "NOMINA-" DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE Protocollo-Data TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING "Prot. n. " DELIMITED BY SIZE
               Protocollo-Numero DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               " del " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "LETTERA D'INCARICO" TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE INC-Docente TO Docente-Inserito
           PERFORM 8400-NOME-DOCENTE
           MOVE SPACES TO riga
           STRING "A: " DELIMITED BY SIZE
               Nome-Docente DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               INC-Docente DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 8350-DESCRIVI-AMBITO
           MOVE SPACES TO riga
           STRING "Oggetto: conferimento dell'incarico di "
               DELIMITED BY SIZE
               RUO-Descrizione(Ruolo-Trovato) DELIMITED BY "  "
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Il dirigente scolastico conferisce l'incarico di "
               DELIMITED BY SIZE
               RUO-Descrizione(Ruolo-Trovato) DELIMITED BY "  "
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE INC-Dal TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE Data-for TO Dal-for
           MOVE INC-Al TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE SPACES TO riga
           STRING Ambito-Descrizione DELIMITED BY "  "
               " dal " DELIMITED BY SIZE
               Dal-for DELIMITED BY SIZE
               " al " DELIMITED BY SIZE
               Data-for DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Il dirigente scolastico" TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "Per accettazione: firma ______________________"
               TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut.

      *Paragrafo 2000-REVOCA: l'incarico attivo si chiude alla data
      *di revoca e passa a revocato
       2000-REVOCA.
           IF Operatori-Presenti = "Y" AND Operatore-Ruolo NOT = "A"
               DISPLAY "Incarichi riservati al ruolo di "
                   "amministratore"
           ELSE
               DISPLAY "Numero dell'incarico: "
               MOVE 0 TO Numero-Scelto
               ACCEPT Numero-Scelto
               MOVE Numero-Scelto TO INC-Numero
               READ FileIncarichi
                   INVALID KEY
                       DISPLAY "Incarico inesistente"
                       MOVE 0 TO Numero-Scelto
               END-READ
               IF Numero-Scelto NOT = 0
                   IF INC-Stato NOT = "A"
                       DISPLAY "Incarico gia' revocato"
                   ELSE
                       DISPLAY "Data di revoca (AAAAMMGG, 0 = oggi): "
                       MOVE 0 TO Data-Revoca
                       ACCEPT Data-Revoca
                       IF Data-Revoca = 0
                           MOVE Data-Oggi TO Data-Revoca
                       END-IF
                       IF Data-Revoca < INC-Al
                           MOVE Data-Revoca TO INC-Al
                       END-IF
                       MOVE "R" TO INC-Stato
                       REWRITE Incarichi-Record
                           INVALID KEY
                               DISPLAY "Revoca non registrata"
                       END-REWRITE
                       DISPLAY "Incarico n. " INC-Numero " revocato"
                       MOVE SPACES TO Audit-Descrizione
                       STRING "Incarico " DELIMITED BY SIZE
                           INC-Numero DELIMITED BY SIZE
                           " revocato" DELIMITED BY SIZE
                           INTO Audit-Descrizione
                       PERFORM 9000-SCRIVI-AUDIT
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 3000-INCARICHI-CLASSE: gli incarichi di una classe,
      *attivi e revocati
       3000-INCARICHI-CLASSE.
           DISPLAY "Classe: "
           MOVE SPACES TO Classe-Inserita
           ACCEPT Classe-Inserita
           MOVE 0 TO Voci-Elencate
           MOVE 0 TO INC-Numero
           MOVE "N" TO Fine-Scan
           START FileIncarichi KEY IS NOT LESS THAN INC-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileIncarichi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF INC-Classe = Classe-Inserita
                           PERFORM 3100-MOSTRA-INCARICO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Incarichi: " Voci-Elencate.

      *Paragrafo 3100-MOSTRA-INCARICO: una riga per l'incarico letto
       3100-MOSTRA-INCARICO.
           ADD 1 TO Voci-Elencate
           MOVE INC-Dal TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           MOVE Data-for TO Dal-for
           MOVE INC-Al TO Data-Lavoro
           PERFORM 8100-FORMATTA-DATA
           DISPLAY INC-Numero " " INC-Ruolo " " INC-Docente " "
               INC-Classe " " INC-Materia " " Dal-for "-" Data-for
               " " INC-Stato " prot. " INC-Prot-Numero.

      *Paragrafo 3500-INCARICHI-DOCENTE: gli incarichi di un docente
       3500-INCARICHI-DOCENTE.
           DISPLAY "Sigla del docente: "
           MOVE SPACES TO Docente-Inserito
           ACCEPT Docente-Inserito
           MOVE 0 TO Voci-Elencate
           MOVE 0 TO INC-Numero
           MOVE "N" TO Fine-Scan
           START FileIncarichi KEY IS NOT LESS THAN INC-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileIncarichi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF INC-Docente = Docente-Inserito
                           PERFORM 3100-MOSTRA-INCARICO
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Incarichi: " Voci-Elencate.

      *Paragrafo 4000-RUOLI-MANCANTI: per ogni classe dell'anno in
      *CLASSI.DAT i ruoli obbligatori senza un incarico attivo alla
      *data di riferimento, su INCARICHI-MANCANTI-<data>.txt
       4000-RUOLI-MANCANTI.
           DISPLAY "Data di riferimento (AAAAMMGG, 0 = inizio "
               "dell'anno scolastico): "
           MOVE 0 TO Data-Riferimento
           ACCEPT Data-Riferimento
           IF Data-Riferimento = 0
               MOVE Anno-Corrente(1:4) TO Data-Lavoro-Testo(1:4)
               MOVE "0901" TO Data-Lavoro-Testo(5:4)
               MOVE Data-Lavoro TO Data-Riferimento
           END-IF
           OPEN INPUT Classi
           IF FS-Classi NOT = "00"
               DISPLAY "CLASSI.DAT assente"
           ELSE
               MOVE SPACES TO FileOut-Filename
               STRING "INCARICHI-MANCANTI-" DELIMITED BY SIZE
                   Data-Riferimento DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO FileOut-Filename
               OPEN OUTPUT FileOut
               MOVE Data-Riferimento TO Data-Lavoro
               PERFORM 8100-FORMATTA-DATA
               MOVE SPACES TO riga
               STRING "Classi senza un ruolo obbligatorio - anno "
                   DELIMITED BY SIZE
                   Anno-Corrente DELIMITED BY SIZE
                   " - al " DELIMITED BY SIZE
                   Data-for DELIMITED BY SIZE
                   INTO riga
               WRITE FileOut-Record FROM riga
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE 0 TO Classi-Controllate
               MOVE 0 TO Mancanze-Contate
               MOVE SPACES TO CL-Codice
               MOVE "N" TO Fine-Classi
               START Classi KEY IS NOT LESS THAN CL-Codice
                   INVALID KEY MOVE "S" TO Fine-Classi
               END-START
               PERFORM UNTIL Fine-Classi = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Classi
                       NOT AT END
                           IF CL-Anno-Scolastico = Anno-Corrente
                                   OR CL-Anno-Scolastico = SPACES
                               ADD 1 TO Classi-Controllate
                               PERFORM 4100-RUOLI-CLASSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Classi controllate: " DELIMITED BY SIZE
                   Classi-Controllate DELIMITED BY SIZE
                   "   ruoli mancanti: " DELIMITED BY SIZE
                   Mancanze-Contate DELIMITED BY SIZE
                   INTO riga
               WRITE FileOut-Record FROM riga
               CLOSE FileOut
               DISPLAY "Classi controllate: " Classi-Controllate
                   "  ruoli mancanti: " Mancanze-Contate
               DISPLAY "Report scritto su " FileOut-Filename
           END-IF.

      *Paragrafo 4100-RUOLI-CLASSE: i ruoli di classe obbligatori
      *per la classe letta (quelli del triennio dal terzo anno)
       4100-RUOLI-CLASSE.
           MOVE 0 TO Ruoli-Idx
           PERFORM UNTIL Ruoli-Idx >= 6
               ADD 1 TO Ruoli-Idx
               IF RUO-Ambito(Ruoli-Idx) = "C"
                   IF RUO-Obbligo(Ruoli-Idx) = "S"
                           OR (RUO-Obbligo(Ruoli-Idx) = "T"
                               AND CL-Anno-Corso >= 3)
                       PERFORM 4200-CERCA-INCARICO
                       IF Ruolo-Coperto NOT = "Y"
                           ADD 1 TO Mancanze-Contate
                           MOVE SPACES TO riga
                           STRING "  " DELIMITED BY SIZE
                               CL-Codice DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               RUO-Codice(Ruoli-Idx) DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               RUO-Descrizione(Ruoli-Idx)
                                   DELIMITED BY SIZE
                               INTO riga
                           WRITE FileOut-Record FROM riga
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 4200-CERCA-INCARICO: c'e' un incarico attivo del
      *ruolo RUO-Codice(Ruoli-Idx) per la classe letta alla data di
      *riferimento?
       4200-CERCA-INCARICO.
           MOVE "N" TO Ruolo-Coperto
           MOVE 0 TO INC-Numero
           MOVE "N" TO Fine-Scan
           START FileIncarichi KEY IS NOT LESS THAN INC-Numero
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileIncarichi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF INC-Stato = "A"
                               AND INC-Ruolo = RUO-Codice(Ruoli-Idx)
                               AND INC-Classe = CL-Codice
                               AND INC-Dal <= Data-Riferimento
                               AND INC-Al >= Data-Riferimento
                           MOVE "Y" TO Ruolo-Coperto
                           MOVE "S" TO Fine-Scan
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: prossimo numero dell'anno
      *in corso (massimo emesso piu' uno) e riga del registro per la
      *lettera d'incarico
       7000-EMETTI-PROTOCOLLO.
           IF Operatore-ID NOT = SPACES
               MOVE Operatore-ID TO Operatore-Protocollo
           ELSE
               DISPLAY "Sigla operatore per il protocollo: "
               ACCEPT Operatore-Protocollo
           END-IF
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
           MOVE "NOMINA" TO PRT-Tipo
           MOVE 0 TO PRT-Matricola
           MOVE Operatore-Protocollo TO PRT-Operatore
           MOVE 0 TO PRT-Riferimento
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

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

      *Paragrafo 8300-CERCA-RUOLO: Ruolo-Inserito nella tabella dei
      *ruoli (Ruolo-Trovato 0 se non c'e')
       8300-CERCA-RUOLO.
           MOVE 0 TO Ruolo-Trovato
           MOVE 0 TO Ruoli-Idx
           PERFORM UNTIL Ruoli-Idx >= 6
               ADD 1 TO Ruoli-Idx
               IF RUO-Codice(Ruoli-Idx) = Ruolo-Inserito
                   MOVE Ruoli-Idx TO Ruolo-Trovato
               END-IF
           END-PERFORM.

      *Paragrafo 8350-DESCRIVI-AMBITO: classe, dipartimento o
      *istituto dell'incarico in parole
       8350-DESCRIVI-AMBITO.
           MOVE SPACES TO Ambito-Descrizione
           EVALUATE RUO-Ambito(Ruolo-Trovato)
               WHEN "C"
                   STRING "per la classe " DELIMITED BY SIZE
                       INC-Classe DELIMITED BY SPACE
                       INTO Ambito-Descrizione
               WHEN "D"
                   STRING "per il dipartimento di " DELIMITED BY SIZE
                       INC-Materia DELIMITED BY "  "
                       INTO Ambito-Descrizione
               WHEN OTHER
                   MOVE "per l'istituto" TO Ambito-Descrizione
           END-EVALUATE.

      *Paragrafo 8400-NOME-DOCENTE: cognome e nome di
      *Docente-Inserito da DOCENTI.DAT, vuoto se non c'e'
       8400-NOME-DOCENTE.
           MOVE SPACES TO Nome-Docente
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE Docente-Inserito TO DC-Sigla
               READ Docenti
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING DC-Cognome DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           DC-Nome DELIMITED BY "  "
                           INTO Nome-Docente
               END-READ
               CLOSE Docenti
           END-IF.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, e' la prima configurazione del sistema
       8000-CONTROLLA-ACCESSO.
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               MOVE "N" TO Operatori-Presenti
               MOVE "A" TO Operatore-Ruolo
               MOVE "Y" TO Operatore-Autenticato
           ELSE
               CLOSE FileOperatori
               MOVE "Y" TO Operatori-Presenti
               MOVE 0 TO Tentativi-Accesso
               MOVE "N" TO Operatore-Autenticato
               PERFORM UNTIL Operatore-Autenticato = "Y"
                       OR Tentativi-Accesso NOT < 3
                   DISPLAY "Sigla operatore: "
                   ACCEPT Sigla-Inserita
                   DISPLAY "Password: "
                   ACCEPT Password-Inserita
                   OPEN INPUT FileOperatori
                   MOVE "N" TO Fine-Operatori
                   PERFORM UNTIL Fine-Operatori = "S"
                       READ FileOperatori
                           AT END
                               MOVE "S" TO Fine-Operatori
                           NOT AT END
                               IF OP-Sigla = Sigla-Inserita
                                       AND OP-Password
                                           = Password-Inserita
                                       AND OP-Bloccato NOT = "B"
                                   MOVE "Y" TO Operatore-Autenticato
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileOperatori
                   IF Operatore-Autenticato NOT = "Y"
                       ADD 1 TO Tentativi-Accesso
                       DISPLAY "Credenziali errate"
                   END-IF
               END-PERFORM
               IF Operatore-Autenticato = "Y"
                   PERFORM 8090-CIRCOLARI-DA-LEGGERE
               END-IF
           END-IF.

      *Paragrafo 8090-CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       8090-CIRCOLARI-DA-LEGGERE.
           OPEN I-O FileVisioni
           IF FS-FileVisioni = "00"
               OPEN INPUT FileCircolari
               IF FS-FileCircolari = "00"
                   MOVE Operatore-ID TO PV-Sigla
                   MOVE "N" TO Fine-Visioni
                   START FileVisioni KEY IS = PV-Sigla
                       INVALID KEY MOVE "S" TO Fine-Visioni
                   END-START
                   PERFORM UNTIL Fine-Visioni = "S"
                       READ FileVisioni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Visioni
                           NOT AT END
                               IF PV-Sigla NOT = Operatore-ID
                                   MOVE "S" TO Fine-Visioni
                               ELSE IF PV-Data = 0
                                   PERFORM 8095-MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo 8095-MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       8095-MOSTRA-CIRCOLARE.
           MOVE PV-Numero TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   MOVE "R" TO CIR-Stato
           END-READ
           IF CIR-Stato = "A"
               DISPLAY " "
               DISPLAY "CIRCOLARE N. " CIR-Numero " DEL "
                   CIR-Data-Testo(7:2) "/" CIR-Data-Testo(5:2) "/"
                   CIR-Data-Testo(1:4)
               DISPLAY CIR-Titolo
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Circolare-Riga-Idx >= 12
                   ADD 1 TO Circolare-Riga-Idx
                   IF CIR-Riga(Circolare-Riga-Idx) NOT = SPACES
                       DISPLAY CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACE TO Conferma-Visione
               PERFORM UNTIL Conferma-Visione = "S"
                       OR Conferma-Visione = "s"
                   DISPLAY "Presa visione (S per confermare): "
                   ACCEPT Conferma-Visione
               END-PERFORM
               ACCEPT PV-Data FROM DATE YYYYMMDD
               ACCEPT PV-Ora FROM TIME
               REWRITE Visioni-Record
                   INVALID KEY
                       DISPLAY "Presa visione non registrata"
               END-REWRITE
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
      *interi e' in corso e il programma non parte; un amministratore
      *autenticato puo' avviarlo comunque, con la deroga tracciata
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatori-Presenti = "Y"
                       AND Operatore-Autenticato = "Y"
                       AND Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Programma non avviato: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE MN-Chiave TO Manutenzione-Avvisata
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " Incarichi" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
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

       END PROGRAM Incarichi.
