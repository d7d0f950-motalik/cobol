      *discute di cambiare la soglia di sufficienza, i pesi di
      *PESI.DAT o i crediti di CREDITI.DAT, nessuno sa dire cosa
      *cambierebbe davvero. Questo programma rigioca i voti di una
      *classe - i totali per tipo delle righe di MEDIE.DAT, le
      *matricole e i cognomi da VOTI.DAT - con la stessa logica
      *del registro - media
      *di materia pesata orale/scritto/pratico (i pesi di classe
      *sostituiscono i globali), media finale pesata per credito di
      *materia, esito sulla soglia - una volta con i parametri
      *.txt. Rigorosamente in sola lettura: nessun file aggiornato.
      *Il confronto riguarda il percorso parametrico delle medie;
      *recuperi, condotta e monte ore restano fuori dal modello.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Medie di materia gia' calcolate, tenute in linea da chi
      *scrive VOTI.DAT (e ricostruite ogni notte da RicalcolaMedie)
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
           SELECT FileConfig ASSIGN TO Config-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
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

       DATA DIVISION.
       FILE SECTION.
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
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  FilePesi.
           05  CR-Credito PIC 9V99.
       FD  FileOut.
       01  FileOut-Record PIC X(100).
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-FileCrediti PIC XX VALUE SPACES.
           05  Mat-Voce OCCURS 60 TIMES.
               10  MA-Periodo PIC 9.
               10  MA-Materia PIC X(20).
               10  MA-Tot-O PIC 9(5)V99.
               10  MA-Cnt-O PIC 999.
               10  MA-Tot-S PIC 9(5)V99.
               10  MA-Cnt-S PIC 999.
               10  MA-Tot-P PIC 9(5)V99.
               10  MA-Cnt-P PIC 999.
      *Totale complessivo della voce: serve al ripiego sulla media
      *semplice quando Peso-Usato V999 trabocca a 1.000 (lo stesso
      *trabocco e lo stesso ripiego del registro)
       01  Voce-Trovata PIC X VALUE "N".
       01  ID-Corrente PIC 9(6) VALUE 0.
       01  Cognome-Corrente PIC X(20) VALUE SPACES.
      *Matricole con voti nella classe, in ordine di matricola,
      *raccolte per chiave di classe prima del giro per studente
       01  Matricole-Classe.
           05  MC-Matricola OCCURS 100 TIMES PIC 9(6).
       01  Matricole-Cont PIC 999 VALUE 0.
       01  Matricole-Idx PIC 999 VALUE 0.
       01  Matricole-Pos PIC 999 VALUE 0.
      *Risultati dei due insiemi per lo studente corrente
       01  Media-O PIC 99V99 VALUE 0.
       01  Media-S PIC 99V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Classe da simulare (es. 3A): "
           ACCEPT Classe-Scelta
      *Insieme 1: i parametri correnti
               CLOSE FileCrediti
           END-IF.

      *Paragrafo 1000-RIGIOCA-CLASSE: le matricole della classe
      *dalla chiave di classe di VOTI.DAT, poi per ognuna le righe
      *di MEDIE.DAT per chiave di matricola, valutando ogni
      *studente con entrambi gli insiemi
       1000-RIGIOCA-CLASSE.
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente"
               STOP RUN
           END-IF
           OPEN INPUT FileMedie
           IF FS-FileMedie NOT = "00"
               DISPLAY "MEDIE.DAT non presente: va ricostruito con "
                   "RicalcolaMedie"
               CLOSE FileVoti
               STOP RUN
           END-IF
           MOVE 0 TO Matricole-Cont
           MOVE LOW-VALUES TO VT-Chiave-Classe
           MOVE Classe-Scelta TO VT-CC-Classe
           MOVE "N" TO Fine-Scan
           START FileVoti KEY IS NOT LESS THAN VT-Chiave-Classe
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileVoti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF VT-CC-Classe = Classe-Scelta
                           PERFORM 1100-ANNOTA-MATRICOLA
                       ELSE
                           MOVE "S" TO Fine-Scan
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO Matricole-Idx
           PERFORM UNTIL Matricole-Idx >= Matricole-Cont
               ADD 1 TO Matricole-Idx
               MOVE MC-Matricola(Matricole-Idx) TO ID-Corrente
               PERFORM 1200-RIGIOCA-STUDENTE
           END-PERFORM
           CLOSE FileMedie
           CLOSE FileVoti.

      *Paragrafo 1100-ANNOTA-MATRICOLA: la matricola del voto
      *corrente nella tabella, al suo posto in ordine crescente se
      *non c'e' gia'
       1100-ANNOTA-MATRICOLA.
           MOVE 0 TO Matricole-Pos
           MOVE 0 TO Matricole-Idx
           PERFORM UNTIL Matricole-Idx >= Matricole-Cont
                   OR Matricole-Pos > 0
               ADD 1 TO Matricole-Idx
               IF MC-Matricola(Matricole-Idx) NOT < VT-ID-Studente
                   MOVE Matricole-Idx TO Matricole-Pos
               END-IF
           END-PERFORM
           IF Matricole-Pos = 0
               IF Matricole-Cont < 100
                   ADD 1 TO Matricole-Cont
                   MOVE VT-ID-Studente TO MC-Matricola(Matricole-Cont)
               END-IF
           ELSE IF MC-Matricola(Matricole-Pos) NOT = VT-ID-Studente
                   AND Matricole-Cont < 100
               MOVE Matricole-Cont TO Matricole-Idx
               PERFORM UNTIL Matricole-Idx < Matricole-Pos
                   MOVE MC-Matricola(Matricole-Idx)
                       TO MC-Matricola(Matricole-Idx + 1)
                   SUBTRACT 1 FROM Matricole-Idx
               END-PERFORM
               ADD 1 TO Matricole-Cont
               MOVE VT-ID-Studente TO MC-Matricola(Matricole-Pos)
           END-IF
           END-IF.

      *Paragrafo 1200-RIGIOCA-STUDENTE: il cognome dal primo voto
      *della matricola corrente, le sue righe di MEDIE.DAT della
      *classe, poi la valutazione con i due insiemi
       1200-RIGIOCA-STUDENTE.
           MOVE 0 TO Mat-Cont
           MOVE SPACES TO Cognome-Corrente
           MOVE ID-Corrente TO VT-ID-Studente
           MOVE 0 TO VT-Periodo
           MOVE SPACES TO VT-Materia
           MOVE 0 TO VT-Progressivo
           START FileVoti KEY IS NOT LESS THAN VT-Chiave
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ FileVoti NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VT-ID-Studente = ID-Corrente
                               MOVE VT-Cognome TO Cognome-Corrente
                           END-IF
                   END-READ
           END-START
           MOVE ID-Corrente TO ME-ID-Studente
           MOVE 0 TO ME-Periodo
           MOVE SPACES TO ME-Materia
           MOVE "N" TO Fine-Scan
           START FileMedie KEY IS NOT LESS THAN ME-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileMedie NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF ME-ID-Studente NOT = ID-Corrente
                           MOVE "S" TO Fine-Scan
                       ELSE IF ME-Classe = Classe-Scelta
                               AND Mat-Cont < 60
                           PERFORM 2000-CARICA-VOCE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-CHIUDI-STUDENTE.

      *Paragrafo 2000-CARICA-VOCE: la riga di MEDIE.DAT come voce
      *materia+periodo, con i totali per tipo (i giudizi ne sono
      *gia' fuori) e il totale complessivo del ripiego
       2000-CARICA-VOCE.
           ADD 1 TO Mat-Cont
           MOVE Mat-Cont TO Mat-Idx
           MOVE ME-Periodo TO MA-Periodo(Mat-Idx)
           MOVE ME-Materia TO MA-Materia(Mat-Idx)
           MOVE ME-Tot-Orale TO MA-Tot-O(Mat-Idx)
           MOVE ME-Cont-Orale TO MA-Cnt-O(Mat-Idx)
           MOVE ME-Tot-Scritto TO MA-Tot-S(Mat-Idx)
           MOVE ME-Cont-Scritto TO MA-Cnt-S(Mat-Idx)
           MOVE ME-Tot-Pratico TO MA-Tot-P(Mat-Idx)
           MOVE ME-Cont-Pratico TO MA-Cnt-P(Mat-Idx)
           MOVE ME-Tot-Voti TO MA-Tot-Tutti(Mat-Idx)
           MOVE ME-Cont-Voti TO MA-Cnt-Tutti(Mat-Idx).

      *Paragrafo 3000-CHIUDI-STUDENTE: valuta lo studente appena
      *concluso con i due insiemi e scrive il confronto
               END-IF
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

       END PROGRAM SimulaParametri.
