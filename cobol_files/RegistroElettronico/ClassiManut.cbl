      *StudentiMaster, RegistroElettronico e i caricatori batch
      *validano i codici classe, cosi' un refuso come "3 A" non crea
      *piu' una classe fantasma con i suoi file che nessuno trova.
      *Il coordinatore si scrive con la sigla di DOCENTI.DAT: e'
      *cosi' che il conto del coordinatore vede tutta la classe.
      *Dove c'e' un incarico di coordinamento (COOR) in corso in
      *INCARICHI.DAT (Incarichi) vale quello, e ricerca ed elenco
      *mostrano il coordinatore dell'incarico; la sigla scritta qui
      *resta per le classi senza incarico.
      *Ogni classe e' collegata a un indirizzo di studi di
      *INDIRIZZI.DAT (IndirizziManut) e a un anno di corso: da li'
      *si leggono quadro orario, monte ore annuo e target PCTO.
      *Ogni classe sta poi in un plesso di PLESSI.DAT (PlessiManut):
      *da li' prendono il codice meccanografico gli export verso il
      *ministero e la selezione per plesso dei report di istituto.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT FileIndirizzi ASSIGN TO 'INDIRIZZI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-Codice
               FILE STATUS IS FS-FileIndirizzi.
      *Registro degli incarichi del personale (Incarichi): il
      *coordinatore di classe in carica
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
           SELECT FilePlessi ASSIGN TO 'PLESSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PL-Codice
               FILE STATUS IS FS-FilePlessi.
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
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
       FD  FileIndirizzi.
       01  Indirizzi-Record.
           05  IN-Codice PIC X(6).
           05  IN-Descrizione PIC X(40).
           05  IN-Durata PIC 9(1).
           05  IN-Ore-Pcto PIC 9(3).
           05  IN-Monte-Ore-Tab.
               10  IN-Monte-Ore OCCURS 5 TIMES PIC 9(4).
       FD  FilePlessi.
       01  Plessi-Record.
           05  PL-Codice PIC X(4).
           05  PL-Denominazione PIC X(40).
           05  PL-Meccanografico PIC X(10).
           05  PL-Indirizzo PIC X(40).
           05  PL-Principale PIC X(1).
               88  PL-Principale-Si VALUE "S".
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
       01  FS-Classi PIC XX VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
           88  Classe-Trovata-Si VALUE "Y".
       01  Fine-Elenco PIC X VALUE "N".
       01  Voci-Elencate PIC 999 VALUE 0.
      *Coordinatore mostrato: l'incarico COOR attivo oggi in
      *INCARICHI.DAT, altrimenti CL-Coordinatore
       01  FS-FileIncarichi PIC XX VALUE SPACES.
       01  Coordinatore-Mostrato PIC X(30) VALUE SPACES.
       01  Coordinatore-Fonte PIC X(18) VALUE SPACES.
       01  Coordinatore-Data PIC 9(8) VALUE 0.
       01  Fine-Incarichi PIC X VALUE "N".
      *Indirizzo e anno di corso: senza INDIRIZZI.DAT l'indirizzo
      *si accetta come scritto e l'anno va da 1 a 5
       01  FS-FileIndirizzi PIC XX VALUE SPACES.
       01  Indirizzo-Valido PIC X VALUE "N".
       01  Durata-Indirizzo PIC 9 VALUE 5.
       01  Anno-Dal-Codice PIC X VALUE SPACE.
      *Plesso: senza PLESSI.DAT si accetta come scritto
       01  FS-FilePlessi PIC XX VALUE SPACES.
       01  Plesso-Valido PIC X VALUE "N".

       PROCEDURE DIVISION.
      *Paragrafo principale: apre l'anagrafica e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           OPEN I-O Classi
           IF FS-Classi NOT = "00"
               OPEN OUTPUT Classi
               OPEN I-O Classi
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "ANAGRAFICA CLASSI"
               DISPLAY "1: Aggiungi classe"
           ACCEPT CL-Codice
           DISPLAY "Anno scolastico (es. 2025/2026): "
           ACCEPT CL-Anno-Scolastico
           DISPLAY "Coordinatore (sigla docente, per la classe "
               "senza incarico COOR): "
           ACCEPT CL-Coordinatore
           PERFORM 1100-CHIEDI-INDIRIZZO
           PERFORM 1200-CHIEDI-PLESSO
           WRITE Classi-Record
               INVALID KEY DISPLAY "Classe gia' presente"
           END-WRITE.

      *Paragrafo 1100-CHIEDI-INDIRIZZO: indirizzo di studi censito
      *in INDIRIZZI.DAT (invio = nessuno) e anno di corso entro la
      *sua durata; con 0 l'anno si prende dalla cifra iniziale del
      *codice classe. Si insiste finche' i due valori non sono validi
       1100-CHIEDI-INDIRIZZO.
           MOVE "N" TO Indirizzo-Valido
           PERFORM UNTIL Indirizzo-Valido = "Y"
               DISPLAY "Indirizzo di studi (invio = nessuno): "
               ACCEPT CL-Indirizzo
               MOVE "Y" TO Indirizzo-Valido
               MOVE 5 TO Durata-Indirizzo
               IF CL-Indirizzo NOT = SPACES
                   OPEN INPUT FileIndirizzi
                   IF FS-FileIndirizzi = "00"
                       MOVE CL-Indirizzo TO IN-Codice
                       READ FileIndirizzi
                           INVALID KEY
                               DISPLAY "Indirizzo non censito (vedi "
                                   "IndirizziManut)"
                               MOVE "N" TO Indirizzo-Valido
                           NOT INVALID KEY
                               DISPLAY IN-Descrizione
                               MOVE IN-Durata TO Durata-Indirizzo
                       END-READ
                       CLOSE FileIndirizzi
                   ELSE
                       DISPLAY "Attenzione: INDIRIZZI.DAT assente, "
                           "indirizzo non verificato"
                   END-IF
               END-IF
               IF Indirizzo-Valido = "Y"
                   DISPLAY "Anno di corso (1-" Durata-Indirizzo
                       ", 0 = dal codice classe): "
                   ACCEPT CL-Anno-Corso
                   IF CL-Anno-Corso = 0
                       MOVE CL-Codice(1:1) TO Anno-Dal-Codice
                       IF Anno-Dal-Codice IS NUMERIC
                           MOVE Anno-Dal-Codice TO CL-Anno-Corso
                       END-IF
                   END-IF
                   IF CL-Anno-Corso = 0
                           OR CL-Anno-Corso > Durata-Indirizzo
                       DISPLAY "Anno di corso non valido"
                       MOVE "N" TO Indirizzo-Valido
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 1200-CHIEDI-PLESSO: plesso censito in PLESSI.DAT
      *(invio = nessuno, la classe vale come della sede principale);
      *si insiste finche' il codice non e' valido
       1200-CHIEDI-PLESSO.
           MOVE "N" TO Plesso-Valido
           PERFORM UNTIL Plesso-Valido = "Y"
               DISPLAY "Plesso (invio = sede principale): "
               ACCEPT CL-Plesso
               MOVE "Y" TO Plesso-Valido
               IF CL-Plesso NOT = SPACES
                   OPEN INPUT FilePlessi
                   IF FS-FilePlessi = "00"
                       MOVE CL-Plesso TO PL-Codice
                       READ FilePlessi
                           INVALID KEY
                               DISPLAY "Plesso non censito (vedi "
                                   "PlessiManut)"
                               MOVE "N" TO Plesso-Valido
                           NOT INVALID KEY
                               DISPLAY PL-Denominazione
                       END-READ
                       CLOSE FilePlessi
                   ELSE
                       DISPLAY "Attenzione: PLESSI.DAT assente, "
                           "plesso non verificato"
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 2000-CANCELLA: rimuove una classe per codice
       2000-CANCELLA.
           DISPLAY "Codice classe da cancellare: "
           IF Classe-Trovata-Si
               DISPLAY "Nuovo anno scolastico: "
               ACCEPT CL-Anno-Scolastico
               DISPLAY "Nuovo coordinatore (sigla docente, per la "
                   "classe senza incarico COOR): "
               ACCEPT CL-Coordinatore
               DISPLAY "Indirizzo attuale: " CL-Indirizzo
                   " anno di corso " CL-Anno-Corso
               PERFORM 1100-CHIEDI-INDIRIZZO
               DISPLAY "Plesso attuale: " CL-Plesso
               PERFORM 1200-CHIEDI-PLESSO
               REWRITE Classi-Record
                   INVALID KEY DISPLAY "Classe non aggiornata"
               END-REWRITE
           IF Classe-Trovata-Si
               DISPLAY "Codice       : " CL-Codice
               DISPLAY "Anno         : " CL-Anno-Scolastico
               PERFORM 5100-COORDINATORE-CLASSE
               DISPLAY "Coordinatore : " Coordinatore-Mostrato
                   Coordinatore-Fonte
               DISPLAY "Indirizzo    : " CL-Indirizzo
                   " anno di corso " CL-Anno-Corso
               DISPLAY "Plesso       : " CL-Plesso
           ELSE
               DISPLAY "Classe non trovata"
           END-IF.
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       ADD 1 TO Voci-Elencate
                       PERFORM 5100-COORDINATORE-CLASSE
                       DISPLAY CL-Codice " " CL-Anno-Scolastico
                           " " Coordinatore-Mostrato " " CL-Indirizzo
                           " " CL-Anno-Corso " " CL-Plesso
               END-READ
           END-PERFORM
           DISPLAY "Classi censite: " Voci-Elencate.

      *Paragrafo 5100-COORDINATORE-CLASSE: il coordinatore della
      *classe letta: la sigla del docente con incarico COOR attivo
      *oggi in INCARICHI.DAT o, se la classe non ne ha, quanto
      *scritto in CL-Coordinatore
       5100-COORDINATORE-CLASSE.
           MOVE CL-Coordinatore TO Coordinatore-Mostrato
           MOVE " (senza incarico)" TO Coordinatore-Fonte
           ACCEPT Coordinatore-Data FROM DATE YYYYMMDD
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
               MOVE 0 TO INC-Numero
               MOVE "N" TO Fine-Incarichi
               START FileIncarichi KEY IS NOT LESS THAN INC-Numero
                   INVALID KEY MOVE "S" TO Fine-Incarichi
               END-START
               PERFORM UNTIL Fine-Incarichi = "S"
                   READ FileIncarichi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Incarichi
                       NOT AT END
                           IF INC-Ruolo = "COOR"
                                   AND INC-Stato = "A"
                                   AND INC-Classe = CL-Codice
                                   AND INC-Dal <= Coordinatore-Data
                                   AND INC-Al >= Coordinatore-Data
                               MOVE INC-Docente
                                   TO Coordinatore-Mostrato
                               MOVE " (incarico COOR)"
                                   TO Coordinatore-Fonte
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
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

       END PROGRAM ClassiManut.
