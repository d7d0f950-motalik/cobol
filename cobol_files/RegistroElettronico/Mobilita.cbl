       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mobilita.

      *Registro della mobilita' internazionale (MOBILITA.DAT): gli
      *studenti che passano un anno o un periodo in una scuola
      *all'estero restavano attivi in STUDENTI.DAT come tutti gli
      *altri, e il controllo di validita' dell'anno, SegnaliAllarme,
      *BollettinoAssenze e l'import del tornello li trattavano da
      *assenti per tutto il tempo. Una riga per studente e anno
      *scolastico: paese e scuola ospitante, date di partenza e di
      *rientro, periodo coperto (0 = anno intero, altrimenti il
      *periodo dello scrutinio). Nelle date del soggiorno lo
      *studente e' esonerato da frequenza e minimo di voti. I voti
      *della scuola estera si registrano con il voto originale e
      *l'equivalente in decimi, mappando le materie sul nostro
      *MATERIE.DAT come in TrasferimentoIn (le corrispondenze
      *confermate stanno in MAPPATURA-MATERIE.DAT, condivisa): entrano
      *in VOTI.DAT nel periodo coperto, annotati in
      *VOTI-MOBILITA.DAT. Il colloquio di reinserimento lo registra
      *il consiglio di classe in ScrutinioConsiglio; con esito
      *positivo la riga d'anno di ARCHIVIO-STORICO.IDX porta l'esito
      *dedicato MOBILITA.
      *Il voto riconosciuto porta la provenienza: data e ora
      *della registrazione, canale MOBILITA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Un soggiorno per studente e anno scolastico
           SELECT FileMobilita ASSIGN TO 'MOBILITA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-Chiave
               FILE STATUS IS FS-FileMobilita.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT FileVoti ASSIGN TO 'VOTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Medie per studente, periodo e materia mantenute a ogni
      *scrittura di VOTI.DAT
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
           SELECT FilePesi ASSIGN TO 'PESI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePesi.
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Corrispondenze materia estera -> materia nostra, le stesse
      *di TrasferimentoIn
           SELECT FileMappa ASSIGN TO 'MAPPATURA-MATERIE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileMappa.
      *Annotazione dei voti entrati dalla scuola estera
           SELECT FileVotiMobilita ASSIGN TO 'VOTI-MOBILITA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileVotiMobilita.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
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
      *Periodo 0 = anno intero; colloquio P positivo, N negativo,
      *in bianco non ancora svolto (lo registra ScrutinioConsiglio)
       FD  FileMobilita.
       01  FileMobilita-Record.
           05  MB-Chiave.
               10  MB-ID-Studente PIC 9(6).
               10  MB-Anno PIC X(9).
           05  MB-Paese PIC X(20).
           05  MB-Scuola PIC X(40).
           05  MB-Dal PIC 9(8).
           05  MB-Al PIC 9(8).
           05  MB-Periodo PIC 9(1).
           05  MB-Data-Registrazione PIC 9(8).
           05  MB-Colloquio PIC X(1).
               88  MB-Colloquio-Positivo VALUE "P".
               88  MB-Colloquio-Negativo VALUE "N".
           05  MB-Data-Colloquio PIC 9(8).
           05  MB-Note-Colloquio PIC X(40).
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
       FD  FileVoti.
       01  FileVoti-Record.
           05  VT-Chiave.
               10  VT-ID-Studente PIC 9(6).
               10  VT-Periodo PIC 9(1).
               10  VT-Materia PIC X(20).
               10  VT-Progressivo PIC 9(4).
           05  VT-Voto PIC 99V99.
           05  VT-Tipo PIC X(1).
           05  VT-Cognome PIC X(20).
           05  VT-Classe PIC X(4).
           05  VT-Anno-Scolastico PIC X(9).
           05  VT-Data-Voto PIC 9(8).
           05  VT-Notazione PIC X(4).
      *Classe, periodo e materia ripetuti in coda alla riga per la
      *chiave alternativa: vanno riallineati a ogni scrittura
           05  VT-Chiave-Classe.
               10  VT-CC-Classe PIC X(4).
               10  VT-CC-Periodo PIC 9(1).
               10  VT-CC-Materia PIC X(20).
      *Provenienza del voto: chi lo ha registrato, quando e da
      *quale canale (REGISTRO, BATCH, SIS, STAGING, TRASFERIM,
      *CIVICA, MOBILITA); in bianco e a zero nelle righe
      *registrate prima che i campi esistessero
           05  VT-Operatore PIC X(10).
           05  VT-Data-Inserimento PIC 9(8).
           05  VT-Ora-Inserimento PIC 9(8).
           05  VT-Canale PIC X(10).
      *Una riga per studente, periodo e materia: conteggi, totali e
      *medie per tipo, i pesi del profilo di classe applicati e la
      *media pesata come la calcola il registro (i giudizi ne
      *restano fuori)
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati.
               10  ME-Classe PIC X(4).
               10  ME-Valori.
                   15  ME-Cont-Orale PIC 999.
                   15  ME-Tot-Orale PIC 9(5)V99.
                   15  ME-Media-Orale PIC 99V99.
                   15  ME-Cont-Scritto PIC 999.
                   15  ME-Tot-Scritto PIC 9(5)V99.
                   15  ME-Media-Scritto PIC 99V99.
                   15  ME-Cont-Pratico PIC 999.
                   15  ME-Tot-Pratico PIC 9(5)V99.
                   15  ME-Media-Pratico PIC 99V99.
                   15  ME-Cont-Voti PIC 999.
                   15  ME-Tot-Voti PIC 9(5)V99.
                   15  ME-Peso-Orale PIC V999.
                   15  ME-Peso-Scritto PIC V999.
                   15  ME-Peso-Pratico PIC V999.
                   15  ME-Media-Pesata PIC 99V9.
                   15  ME-Data-Ultimo-Voto PIC 9(8).
               10  ME-Data-Calcolo PIC 9(8).
       FD  FilePesi.
       01  FilePesi-Record.
           05  PS-Classe PIC X(4).
           05  PS-Peso-Orale PIC V999.
           05  PS-Peso-Scritto PIC V999.
           05  PS-Peso-Pratico PIC V999.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileMappa.
       01  FileMappa-Record.
           05  MP-Materia-Esterna PIC X(20).
           05  MP-Materia-Interna PIC X(20).
      *Il voto come l'ha dato la scuola estera accanto alla riga di
      *VOTI.DAT che lo traduce
       FD  FileVotiMobilita.
       01  FileVotiMobilita-Record.
           05  VM-ID-Studente PIC 9(6).
           05  VM-Anno PIC X(9).
           05  VM-Periodo PIC 9(1).
           05  VM-Materia PIC X(20).
           05  VM-Progressivo PIC 9(4).
           05  VM-Materia-Estera PIC X(20).
           05  VM-Voto-Estero PIC X(10).
           05  VM-Voto PIC 99V99.
           05  VM-Data-Carico PIC 9(8).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
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
       01  FS-FileMobilita PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileMappa PIC XX VALUE SPACES.
       01  FS-FileVotiMobilita PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
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
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Voti PIC X VALUE "N".
       01  Fine-Mobilita PIC X VALUE "N".
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Dati-Validi PIC X VALUE "N".
       01  Risposta PIC X VALUE SPACE.
      *Periodi dello scrutinio: l'anno intero (periodo 0) porta i
      *voti esteri nell'ultimo
       01  NUMERO-PERIODI PIC 9 VALUE 2.
       01  Periodo-Voti PIC 9 VALUE 0.
      *Lo studente del soggiorno
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Studente-Trovato PIC X VALUE "N".
       01  Mobilita-Presente PIC X VALUE "N".
       01  Colloquio-for PIC X(12) VALUE SPACES.
      *Il voto estero in corso di registrazione
       01  Materia-Estera PIC X(20) VALUE SPACES.
       01  Voto-Estero PIC X(10) VALUE SPACES.
       01  Voto-Decimi PIC 99V99 VALUE 0.
       01  Voto-Decimi-for PIC Z9.99.
      *Mappatura delle materie in tabella, con le nuove conferme
      *dell'operatore accodate al file per i prossimi arrivi
       01  Mappa-Tab.
           05  Mappa-Voce OCCURS 100 TIMES.
               10  MT-Esterna PIC X(20).
               10  MT-Interna PIC X(20).
       01  Mappa-Cont PIC 999 VALUE 0.
       01  Mappa-Idx PIC 999 VALUE 0.
       01  Materia-Mappata PIC X(20) VALUE SPACES.
       01  Mappa-Trovata PIC X VALUE "N".
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *riconoscere quanto digitato e per la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Cat-Scelta PIC 999 VALUE 0.
       01  Cat-Trovati PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Input PIC X(80) VALUE SPACES.
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.
       01  Materia-Esito PIC X VALUE SPACE.
           88  Materia-Risolta VALUE "C" "T".
           88  Materia-Ambigua VALUE "A".
      *Caricamento
       01  Voti-Caricati PIC 9(4) VALUE 0.
       01  Voti-Prossimo-Progr PIC 9(4) VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).
      *Ricalcolo di una riga di MEDIE.DAT: la chiave si mette in
      *MR-ID-Studente, MR-Periodo e MR-Materia; MR-Valori ha lo
      *stesso tracciato di ME-Valori per il confronto
       01  MR-ID-Studente PIC 9(6) VALUE 0.
       01  MR-Periodo PIC 9 VALUE 0.
       01  MR-Materia PIC X(20) VALUE SPACES.
       01  MR-Classe PIC X(4) VALUE SPACES.
       01  MR-Valori.
           05  MR-Cont-Orale PIC 999.
           05  MR-Tot-Orale PIC 9(5)V99.
           05  MR-Media-Orale PIC 99V99.
           05  MR-Cont-Scritto PIC 999.
           05  MR-Tot-Scritto PIC 9(5)V99.
           05  MR-Media-Scritto PIC 99V99.
           05  MR-Cont-Pratico PIC 999.
           05  MR-Tot-Pratico PIC 9(5)V99.
           05  MR-Media-Pratico PIC 99V99.
           05  MR-Cont-Voti PIC 999.
           05  MR-Tot-Voti PIC 9(5)V99.
           05  MR-Peso-Orale PIC V999.
           05  MR-Peso-Scritto PIC V999.
           05  MR-Peso-Pratico PIC V999.
           05  MR-Media-Pesata PIC 99V9.
           05  MR-Data-Ultimo-Voto PIC 9(8).
      *Peso-Usato V999 come nel registro: con tutti e tre i tipi
      *presenti i pesi sommano 1.000, trabocca a zero e la media
      *ripiega sulla semplice; la riga deve dare la stessa media
      *del registro, trabocco compreso
       01  MR-Peso-Usato PIC V999 VALUE 0.
       01  MR-Somma-Pesata PIC 9(4)V9(4) VALUE 0.
      *Profilo di PESI.DAT dell'ultima classe cercata
       01  MR-Pesi-Classe PIC X(4) VALUE HIGH-VALUES.
       01  MR-Pesi-Orale PIC V999 VALUE .350.
       01  MR-Pesi-Scritto PIC V999 VALUE .400.
       01  MR-Pesi-Pratico PIC V999 VALUE .250.
       01  MR-Fine PIC X VALUE "N".
       01  MR-Data-Oggi PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il registro e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0300-LEGGI-ANNO-CORRENTE
           OPEN I-O FileMobilita
           IF FS-FileMobilita NOT = "00"
               OPEN OUTPUT FileMobilita
               CLOSE FileMobilita
               OPEN I-O FileMobilita
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               CLOSE FileMobilita
               STOP RUN
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "MOBILITA' INTERNAZIONALE " Anno-Corrente
               DISPLAY "1: Registra o modifica un soggiorno"
               DISPLAY "2: Voti della scuola estera"
               DISPLAY "3: Elenco dei soggiorni dell'anno"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-REGISTRA-MOBILITA
                   WHEN 2 PERFORM 2000-VOTI-ESTERI
                   WHEN 3 PERFORM 6000-ELENCO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileMobilita
           CLOSE Studenti
           STOP RUN.

      *Paragrafo 0300-LEGGI-ANNO-CORRENTE: l'anno in corso da
      *ANNO-CORRENTE.DAT (se manca si chiede)
       0300-LEGGI-ANNO-CORRENTE.
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

      *Paragrafo 1000-REGISTRA-MOBILITA: paese, scuola, date e
      *periodo del soggiorno dell'anno in corso; un soggiorno gia'
      *registrato si riscrive (il colloquio registrato resta)
       1000-REGISTRA-MOBILITA.
           PERFORM 1100-CHIEDI-STUDENTE
           IF Studente-Trovato = "Y"
               IF Mobilita-Presente = "Y"
                   DISPLAY "Soggiorno gia' registrato: " MB-Paese
                       " " MB-Dal " - " MB-Al
                   DISPLAY "Modificarlo (S/N)? "
                   MOVE SPACE TO Risposta
                   ACCEPT Risposta
                   IF Risposta NOT = "S" AND Risposta NOT = "s"
                       MOVE "N" TO Studente-Trovato
                   END-IF
               ELSE
                   MOVE SPACES TO FileMobilita-Record
                   MOVE ID-Studente TO MB-ID-Studente
                   MOVE Anno-Corrente TO MB-Anno
                   MOVE 0 TO MB-Data-Colloquio
               END-IF
           END-IF
           IF Studente-Trovato = "Y"
               MOVE "Y" TO Dati-Validi
               DISPLAY "Paese ospitante: "
               ACCEPT MB-Paese
               DISPLAY "Scuola ospitante: "
               ACCEPT MB-Scuola
               DISPLAY "Data di partenza (AAAAMMGG): "
               ACCEPT MB-Dal
               DISPLAY "Data di rientro (AAAAMMGG): "
               ACCEPT MB-Al
               DISPLAY "Periodo coperto (0 = anno intero, 1-"
                   NUMERO-PERIODI " = periodo dello scrutinio): "
               ACCEPT MB-Periodo
               IF MB-Dal = 0 OR MB-Al < MB-Dal
                   DISPLAY "Date del soggiorno non valide"
                   MOVE "N" TO Dati-Validi
               ELSE IF MB-Periodo > NUMERO-PERIODI
                   DISPLAY "Periodo non valido"
                   MOVE "N" TO Dati-Validi
               END-IF
               END-IF
               IF Dati-Validi = "Y"
                   MOVE Data-Oggi TO MB-Data-Registrazione
                   IF Mobilita-Presente = "Y"
                       REWRITE FileMobilita-Record
                           INVALID KEY
                               MOVE "N" TO Dati-Validi
                       END-REWRITE
                   ELSE
                       WRITE FileMobilita-Record
                           INVALID KEY
                               MOVE "N" TO Dati-Validi
                       END-WRITE
                   END-IF
               END-IF
               IF Dati-Validi = "Y"
                   DISPLAY "Soggiorno registrato"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Mobilita' matricola " DELIMITED BY SIZE
                       ID-Studente DELIMITED BY SIZE
                       " registrata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               ELSE
                   DISPLAY "Soggiorno non registrato"
               END-IF
           END-IF.

      *Paragrafo 1100-CHIEDI-STUDENTE: la matricola, verificata in
      *anagrafica, e il suo soggiorno dell'anno se gia' registrato
       1100-CHIEDI-STUDENTE.
           MOVE "N" TO Mobilita-Presente
           DISPLAY "Matricola: "
           ACCEPT ID-Studente
           MOVE ID-Studente TO ST-ID
           MOVE "Y" TO Studente-Trovato
           READ Studenti
               INVALID KEY
                   DISPLAY "Matricola non in anagrafica"
                   MOVE "N" TO Studente-Trovato
               NOT INVALID KEY
                   DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20)
                       " " ST-Classe
           END-READ
           IF Studente-Trovato = "Y"
               MOVE ID-Studente TO MB-ID-Studente
               MOVE Anno-Corrente TO MB-Anno
               READ FileMobilita
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO Mobilita-Presente
               END-READ
           END-IF.

      *Paragrafo 2000-VOTI-ESTERI: i voti della pagella estera,
      *materia per materia, nel periodo coperto dal soggiorno
       2000-VOTI-ESTERI.
           PERFORM 1100-CHIEDI-STUDENTE
           IF Studente-Trovato = "Y" AND Mobilita-Presente NOT = "Y"
               DISPLAY "Nessun soggiorno registrato per l'anno"
               MOVE "N" TO Studente-Trovato
           END-IF
           IF Studente-Trovato = "Y"
               IF MB-Periodo = 0
                   MOVE NUMERO-PERIODI TO Periodo-Voti
               ELSE
                   MOVE MB-Periodo TO Periodo-Voti
               END-IF
               PERFORM 2100-CARICA-MAPPA
               PERFORM 9700-CARICA-CATALOGO
               IF Cat-Cont = 0
                   DISPLAY "MATERIE.DAT non presente: senza catalogo "
                       "la mappatura non si valida"
                   MOVE "N" TO Studente-Trovato
               END-IF
           END-IF
           IF Studente-Trovato = "Y"
               OPEN I-O FileVoti
               IF FS-FileVoti = "35"
                   OPEN OUTPUT FileVoti
                   CLOSE FileVoti
                   OPEN I-O FileVoti
               END-IF
               IF FS-FileVoti NOT = "00"
                   DISPLAY "Impossibile aprire VOTI.DAT"
               ELSE
                   MOVE 0 TO Voti-Caricati
                   MOVE SPACES TO Materia-Estera
                   PERFORM UNTIL Materia-Estera = "."
                       PERFORM 2200-UN-VOTO
                   END-PERFORM
                   CLOSE FileVoti
                   DISPLAY "Voti caricati nel periodo " Periodo-Voti
                       ": " Voti-Caricati
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Voti esteri matricola " DELIMITED BY SIZE
                       ID-Studente DELIMITED BY SIZE
                       " caricati" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
               END-IF
           END-IF.

      *Paragrafo 2100-CARICA-MAPPA: le corrispondenze gia'
      *confermate da MAPPATURA-MATERIE.DAT
       2100-CARICA-MAPPA.
           MOVE 0 TO Mappa-Cont
           OPEN INPUT FileMappa
           IF FS-FileMappa = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileMappa
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Mappa-Cont < 100
                               ADD 1 TO Mappa-Cont
                               MOVE MP-Materia-Esterna
                                   TO MT-Esterna(Mappa-Cont)
                               MOVE MP-Materia-Interna
                                   TO MT-Interna(Mappa-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileMappa
           END-IF.

      *Paragrafo 2200-UN-VOTO: materia estera, voto originale ed
      *equivalente in decimi; la materia si mappa e il voto entra
      *in VOTI.DAT ("." chiude)
       2200-UN-VOTO.
           DISPLAY "Materia della scuola estera (. = fine): "
           MOVE SPACES TO Materia-Estera
           ACCEPT Materia-Estera
           IF Materia-Estera NOT = "." AND Materia-Estera NOT = SPACES
               DISPLAY "Voto come da pagella estera (es. A-, 85/100): "
               MOVE SPACES TO Voto-Estero
               ACCEPT Voto-Estero
               DISPLAY "Equivalente in decimi: "
               MOVE 0 TO Voto-Decimi
               ACCEPT Voto-Decimi
               IF Voto-Decimi = 0 OR Voto-Decimi > 10
                   DISPLAY "Voto in decimi non valido: materia "
                       "saltata"
               ELSE
                   PERFORM 4000-MAPPA-MATERIA
                   IF Materia-Mappata = SPACES
                       DISPLAY "Materia non mappata: voto non "
                           "caricato"
                   ELSE
                       PERFORM 5000-SCRIVI-VOTO
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 4000-MAPPA-MATERIA: catalogo diretto, poi mappa
      *confermata, poi conferma dell'operatore (punto = rinuncia);
      *la conferma nuova si accoda al file per i prossimi arrivi
       4000-MAPPA-MATERIA.
           MOVE SPACES TO Materia-Mappata
           MOVE SPACES TO Materia-Input
           MOVE Materia-Estera TO Materia-Input
           PERFORM 9710-RISOLVI-MATERIA
           IF Materia-Risolta
               MOVE Materia-Codice TO Materia-Mappata
           END-IF
           IF Materia-Mappata = SPACES
               MOVE 0 TO Mappa-Idx
               PERFORM UNTIL Mappa-Idx >= Mappa-Cont
                   ADD 1 TO Mappa-Idx
                   IF MT-Esterna(Mappa-Idx) = Materia-Estera
                       MOVE MT-Interna(Mappa-Idx)
                           TO Materia-Mappata
                       MOVE Mappa-Cont TO Mappa-Idx
                   END-IF
               END-PERFORM
           END-IF
           IF Materia-Mappata = SPACES
               DISPLAY "Materia estera non riconosciuta: "
                   Materia-Estera
               MOVE "N" TO Mappa-Trovata
               PERFORM UNTIL Mappa-Trovata = "Y"
                   DISPLAY "Materia nostra corrispondente "
                       "(. = scarta): "
                   ACCEPT Materia-Input
                   IF Materia-Input = "."
                       MOVE "Y" TO Mappa-Trovata
                   ELSE
                       PERFORM 9710-RISOLVI-MATERIA
                       IF Materia-Risolta
                           MOVE "Y" TO Mappa-Trovata
                           MOVE Materia-Codice TO Materia-Mappata
                           PERFORM 4100-SALVA-MAPPA
                       ELSE IF Materia-Ambigua
                           DISPLAY "Nome comune a piu' materie: "
                               "indicare il codice o il nome completo"
                       ELSE
                           DISPLAY "Non a catalogo MATERIE.DAT"
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 4100-SALVA-MAPPA: la corrispondenza confermata
      *entra in tabella e in coda a MAPPATURA-MATERIE.DAT
       4100-SALVA-MAPPA.
           IF Mappa-Cont < 100
               ADD 1 TO Mappa-Cont
               MOVE Materia-Estera TO MT-Esterna(Mappa-Cont)
               MOVE Materia-Mappata TO MT-Interna(Mappa-Cont)
           END-IF
           OPEN EXTEND FileMappa
           IF FS-FileMappa NOT = "00"
               OPEN OUTPUT FileMappa
           END-IF
           MOVE Materia-Estera TO MP-Materia-Esterna
           MOVE Materia-Mappata TO MP-Materia-Interna
           WRITE FileMappa-Record
           CLOSE FileMappa.

      *Paragrafo 5000-SCRIVI-VOTO: il voto estero nel periodo coperto
      *di VOTI.DAT con il primo progressivo libero, come voto unico
      *di tipo orale (la media pesata si rinormalizza sul solo tipo
      *presente), e l'annotazione in VOTI-MOBILITA.DAT
       5000-SCRIVI-VOTO.
           MOVE 0 TO Voti-Prossimo-Progr
           MOVE ID-Studente TO VT-ID-Studente
           MOVE Periodo-Voti TO VT-Periodo
           MOVE Materia-Mappata TO VT-Materia
           MOVE 0 TO VT-Progressivo
           MOVE "N" TO Fine-Voti
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY MOVE "S" TO Fine-Voti
           END-START
           PERFORM UNTIL Fine-Voti = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Voti
                   NOT AT END
                       IF VT-ID-Studente = ID-Studente
                               AND VT-Periodo = Periodo-Voti
                               AND VT-Materia = Materia-Mappata
                           MOVE VT-Progressivo
                               TO Voti-Prossimo-Progr
                       ELSE
                           MOVE "S" TO Fine-Voti
                       END-IF
               END-READ
           END-PERFORM
           MOVE ID-Studente TO VT-ID-Studente
           MOVE Periodo-Voti TO VT-Periodo
           MOVE Materia-Mappata TO VT-Materia
           COMPUTE VT-Progressivo = Voti-Prossimo-Progr + 1
           MOVE Voto-Decimi TO VT-Voto
           MOVE "O" TO VT-Tipo
           MOVE ST-Cognome(1:20) TO VT-Cognome
           MOVE ST-Classe TO VT-Classe
           MOVE Anno-Corrente TO VT-Anno-Scolastico
           MOVE MB-Al TO VT-Data-Voto
           MOVE SPACES TO VT-Notazione
           MOVE VT-Classe TO VT-CC-Classe
           MOVE VT-Periodo TO VT-CC-Periodo
           MOVE VT-Materia TO VT-CC-Materia
           MOVE SPACES TO VT-Operatore
           ACCEPT VT-Data-Inserimento FROM DATE YYYYMMDD
           ACCEPT VT-Ora-Inserimento FROM TIME
           MOVE "MOBILITA" TO VT-Canale
           WRITE FileVoti-Record
               INVALID KEY
                   DISPLAY "Voto non caricato"
               NOT INVALID KEY
                   ADD 1 TO Voti-Caricati
                   OPEN EXTEND FileVotiMobilita
                   IF FS-FileVotiMobilita NOT = "00"
                       OPEN OUTPUT FileVotiMobilita
                   END-IF
                   MOVE VT-ID-Studente TO VM-ID-Studente
                   MOVE Anno-Corrente TO VM-Anno
                   MOVE VT-Periodo TO VM-Periodo
                   MOVE VT-Materia TO VM-Materia
                   MOVE VT-Progressivo TO VM-Progressivo
                   MOVE Materia-Estera TO VM-Materia-Estera
                   MOVE Voto-Estero TO VM-Voto-Estero
                   MOVE Voto-Decimi TO VM-Voto
                   MOVE Data-Oggi TO VM-Data-Carico
                   WRITE FileVotiMobilita-Record
                   CLOSE FileVotiMobilita
                   MOVE Voto-Decimi TO Voto-Decimi-for
                   DISPLAY Materia-Estera " " Voto-Estero " -> "
                       Materia-Mappata " " Voto-Decimi-for
      *La riga di MEDIE.DAT del gruppo segue il voto caricato
                   MOVE VT-ID-Studente TO MR-ID-Studente
                   MOVE VT-Periodo TO MR-Periodo
                   MOVE VT-Materia TO MR-Materia
                   PERFORM 9800-AGGIORNA-MEDIA
           END-WRITE.

      *Paragrafo 6000-ELENCO: i soggiorni dell'anno in corso, con lo
      *stato del colloquio di reinserimento
       6000-ELENCO.
           MOVE LOW-VALUES TO MB-Chiave
           START FileMobilita KEY IS NOT LESS THAN MB-Chiave
               INVALID KEY MOVE "S" TO Fine-Mobilita
               NOT INVALID KEY MOVE "N" TO Fine-Mobilita
           END-START
           PERFORM UNTIL Fine-Mobilita = "S"
               READ FileMobilita NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Mobilita
                   NOT AT END
                       IF MB-Anno = Anno-Corrente
                           EVALUATE TRUE
                               WHEN MB-Colloquio-Positivo
                                   MOVE "positivo" TO Colloquio-for
                               WHEN MB-Colloquio-Negativo
                                   MOVE "negativo" TO Colloquio-for
                               WHEN OTHER
                                   MOVE "da svolgere"
                                       TO Colloquio-for
                           END-EVALUATE
                           MOVE MB-ID-Studente TO ST-ID
                           READ Studenti
                               INVALID KEY
                                   MOVE SPACES TO ST-Cognome
                                   MOVE SPACES TO ST-Classe
                           END-READ
                           DISPLAY MB-ID-Studente " " ST-Classe " "
                               ST-Cognome(1:20) " " MB-Paese " "
                               MB-Dal "-" MB-Al " periodo "
                               MB-Periodo " colloquio "
                               Colloquio-for
                       END-IF
               END-READ
           END-PERFORM.

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

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9710-RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       9710-RISOLVI-MATERIA.
           MOVE SPACES TO Materia-Codice
           MOVE Materia-Input TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE "I" TO Materia-Esito
           MOVE 0 TO Cat-Scelta
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont OR Cat-Scelta > 0
               ADD 1 TO Cat-Idx
               IF Materia-Input = Cat-Nome(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Materia-Input = Cat-Codice(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
           END-PERFORM
           IF Cat-Scelta > 0
               MOVE "C" TO Materia-Esito
           ELSE
               IF Materia-Input NOT = SPACES
                       AND Materia-Input(21:60) = SPACES
                   MOVE 0 TO Cat-Trovati
                   MOVE 0 TO Cat-Idx
                   PERFORM UNTIL Cat-Idx >= Cat-Cont
                       ADD 1 TO Cat-Idx
                       IF Cat-Nome(Cat-Idx)(1:20)
                               = Materia-Input(1:20)
                           ADD 1 TO Cat-Trovati
                           MOVE Cat-Idx TO Cat-Scelta
                       END-IF
                   END-PERFORM
                   IF Cat-Trovati = 1
                       MOVE "T" TO Materia-Esito
                   ELSE IF Cat-Trovati > 1
                       MOVE "A" TO Materia-Esito
                       MOVE 0 TO Cat-Scelta
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF Cat-Scelta > 0
               IF Cat-Codice(Cat-Scelta) NOT = SPACES
                   MOVE Cat-Codice(Cat-Scelta) TO Materia-Codice
               ELSE
                   MOVE Cat-Nome(Cat-Scelta) TO Materia-Codice
               END-IF
               MOVE Cat-Nome(Cat-Scelta) TO Materia-Nome-Esteso
               MOVE Cat-Scala(Cat-Scelta) TO Materia-Scala-Cat
           END-IF.

      *Paragrafo 9800-AGGIORNA-MEDIA: riga di MEDIE.DAT
      *Rimette in linea con VOTI.DAT la riga di MR-ID-Studente,
      *MR-Periodo e MR-Materia, rileggendo tutti i voti di quel
      *gruppo di chiavi; il file dei voti resta aperto ma la sua
      *posizione di lettura si perde
       9800-AGGIORNA-MEDIA.
           INITIALIZE MR-Valori
           MOVE SPACES TO MR-Classe
           MOVE MR-ID-Studente TO VT-ID-Studente
           MOVE MR-Periodo TO VT-Periodo
           MOVE MR-Materia TO VT-Materia
           MOVE 0 TO VT-Progressivo
           MOVE "N" TO MR-Fine
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY MOVE "S" TO MR-Fine
           END-START
           PERFORM UNTIL MR-Fine = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO MR-Fine
                   NOT AT END
                       IF VT-ID-Studente = MR-ID-Studente
                               AND VT-Periodo = MR-Periodo
                               AND VT-Materia = MR-Materia
                           PERFORM 9810-ACCUMULA-MEDIA
                       ELSE
                           MOVE "S" TO MR-Fine
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 9820-CALCOLA-MEDIA
           PERFORM 9840-SCRIVI-MEDIA.

      *Paragrafo 9810-ACCUMULA-MEDIA: voto nel suo tipo
      *Il voto letto va nel bucket del suo tipo; i giudizi (tipo G)
      *non entrano nella media
       9810-ACCUMULA-MEDIA.
           MOVE VT-Classe TO MR-Classe
           IF VT-Tipo NOT = "G"
               ADD VT-Voto TO MR-Tot-Voti
               ADD 1 TO MR-Cont-Voti
               IF VT-Data-Voto > MR-Data-Ultimo-Voto
                   MOVE VT-Data-Voto TO MR-Data-Ultimo-Voto
               END-IF
               EVALUATE VT-Tipo
                   WHEN "o" WHEN "O"
                       ADD VT-Voto TO MR-Tot-Orale
                       ADD 1 TO MR-Cont-Orale
                   WHEN "s" WHEN "S"
                       ADD VT-Voto TO MR-Tot-Scritto
                       ADD 1 TO MR-Cont-Scritto
                   WHEN "p" WHEN "P"
                       ADD VT-Voto TO MR-Tot-Pratico
                       ADD 1 TO MR-Cont-Pratico
               END-EVALUATE
           END-IF.

      *Paragrafo 9820-CALCOLA-MEDIA: media pesata
      *Medie per tipo e media pesata con i pesi del profilo della
      *classe, solo sui tipi presenti, come CALCOLA-MEDIA-PESATA del
      *registro
       9820-CALCOLA-MEDIA.
           PERFORM 9830-PESI-MEDIA
           MOVE MR-Pesi-Orale TO MR-Peso-Orale
           MOVE MR-Pesi-Scritto TO MR-Peso-Scritto
           MOVE MR-Pesi-Pratico TO MR-Peso-Pratico
           MOVE 0 TO MR-Somma-Pesata
           MOVE 0 TO MR-Peso-Usato
           IF MR-Cont-Orale > 0
               COMPUTE MR-Media-Orale ROUNDED =
                   MR-Tot-Orale / MR-Cont-Orale
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Orale * MR-Peso-Orale
               ADD MR-Peso-Orale TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Scritto > 0
               COMPUTE MR-Media-Scritto ROUNDED =
                   MR-Tot-Scritto / MR-Cont-Scritto
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Scritto * MR-Peso-Scritto
               ADD MR-Peso-Scritto TO MR-Peso-Usato
           END-IF
           IF MR-Cont-Pratico > 0
               COMPUTE MR-Media-Pratico ROUNDED =
                   MR-Tot-Pratico / MR-Cont-Pratico
               COMPUTE MR-Somma-Pesata = MR-Somma-Pesata
                   + MR-Media-Pratico * MR-Peso-Pratico
               ADD MR-Peso-Pratico TO MR-Peso-Usato
           END-IF
           IF MR-Peso-Usato > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Somma-Pesata / MR-Peso-Usato
           ELSE IF MR-Cont-Voti > 0
               COMPUTE MR-Media-Pesata ROUNDED =
                   MR-Tot-Voti / MR-Cont-Voti
           END-IF
           END-IF.

      *Paragrafo 9830-PESI-MEDIA: pesi della classe
      *Pesi del profilo di PESI.DAT della classe in MR-Classe (senza
      *profilo, i pesi globali del registro); il file si rilegge solo
      *al cambio di classe
       9830-PESI-MEDIA.
           IF MR-Classe NOT = MR-Pesi-Classe
               MOVE MR-Classe TO MR-Pesi-Classe
               MOVE .350 TO MR-Pesi-Orale
               MOVE .400 TO MR-Pesi-Scritto
               MOVE .250 TO MR-Pesi-Pratico
               OPEN INPUT FilePesi
               IF FS-FilePesi = "00"
                   MOVE "N" TO MR-Fine
                   PERFORM UNTIL MR-Fine = "S"
                       READ FilePesi
                           AT END
                               MOVE "S" TO MR-Fine
                           NOT AT END
                               IF PS-Classe = MR-Classe
                                   MOVE PS-Peso-Orale
                                       TO MR-Pesi-Orale
                                   MOVE PS-Peso-Scritto
                                       TO MR-Pesi-Scritto
                                   MOVE PS-Peso-Pratico
                                       TO MR-Pesi-Pratico
                                   MOVE "S" TO MR-Fine
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FilePesi
               END-IF
           END-IF.

      *Paragrafo 9840-SCRIVI-MEDIA: registrazione della riga
      *Scrive o riscrive la riga ricalcolata; un gruppo rimasto senza
      *voti (ultimo voto cancellato, o solo giudizi) non ha media e
      *la riga si toglie. MEDIE.DAT si crea al primo uso
       9840-SCRIVI-MEDIA.
           ACCEPT MR-Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileMedie
           IF FS-FileMedie NOT = "00"
               OPEN OUTPUT FileMedie
               CLOSE FileMedie
               OPEN I-O FileMedie
           END-IF
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non aggiornabile (stato "
                   FS-FileMedie "): va ricostruito con RicalcolaMedie"
           ELSE
               MOVE MR-ID-Studente TO ME-ID-Studente
               MOVE MR-Periodo TO ME-Periodo
               MOVE MR-Materia TO ME-Materia
               READ FileMedie
                   INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           WRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non registrata in "
                                       "MEDIE.DAT"
                           END-WRITE
                       END-IF
                   NOT INVALID KEY
                       IF MR-Cont-Voti > 0
                           MOVE MR-Classe TO ME-Classe
                           MOVE MR-Valori TO ME-Valori
                           MOVE MR-Data-Oggi TO ME-Data-Calcolo
                           REWRITE FileMedie-Record
                               INVALID KEY
                                   DISPLAY "Media non aggiornata in "
                                       "MEDIE.DAT"
                           END-REWRITE
                       ELSE
                           DELETE FileMedie
                               INVALID KEY
                                   DISPLAY "Media non tolta da "
                                       "MEDIE.DAT"
                           END-DELETE
                       END-IF
               END-READ
               CLOSE FileMedie
           END-IF.

       END PROGRAM Mobilita.
