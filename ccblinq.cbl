      *    plus avoir à connaître l'ID-NUM par coeur. Un ID-NUM
      *    inconnu est signalé en clair et la saisie reboucle sans
      *    relancer le programme ; une saisie vide met fin à la
      *    consultation. Les trois premiers contrats du client
      *    (contrats.dat) sont affichés sous le bloc client. La
      *    session est ouverte par un opérateur du fichier des
      *    opérateurs (ccbloper), de rôle C au moins. Un ID-NUM
      *    absent du maître est cherché dans l'archive tenue par
      *    ccblarch : le client archivé est affiché avec la marque
      *    "archivé", ses contrats repris de l'archive ; la
      *    recherche par raison sociale ou SIREN parcourt aussi
      *    l'archive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Archive des clients retirés du maître par ccblarch.

           SELECT CLI-ARCHIVE ASSIGN TO "archive-clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-ARCH-ID-NUM
           FILE STATUS IS ARCH-STATUS.

           SELECT ASSU-RESIL ASSIGN TO "resiliations.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MOUV-STATUS.

      *    Fichier des opérateurs tenu par ccbloper, pour
      *    l'ouverture de session, et journal de sécurité.

           SELECT CLI-OPERATEURS ASSIGN TO "operateurs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-OPER-CODE
           FILE STATUS IS OPER-STATUS.

           SELECT OPTIONAL CLI-SECURITE
           ASSIGN TO "journal-securite.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-MAITRE.
           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD CLI-CONTRATS.
        01 F-DATA-CTR.
           03 F-CTR-CLE.
              05 F-CTR-ID PIC X(8).
              05 F-CTR-NO PIC X(3).
           03 F-CTR-PRODUIT PIC X(20).
           03 F-CTR-MONTANT PIC 9(8).
           03 F-CTR-DEVISE PIC X(3).
           03 F-CTR-STATUT PIC X(11).
           03 FILLER PIC X(27).

       FD CLI-ARCHIVE.
        01 F-DATA-ARCH.
           03 F-ARCH-MAITRE.
              05 F-ARCH-ID-NUM PIC X(8).
              05 F-ARCH-ID-NAME PIC X(15).
              05 F-ARCH-LIBELLE PIC X(16).
              05 F-ARCH-DESCRIPTION PIC X(40).
              05 F-ARCH-STATUT PIC X(11).
              05 F-ARCH-NUMBER1 PIC X(8).
              05 F-ARCH-NUMBER2 PIC X(11).
              05 FILLER PIC X(28).
           03 F-ARCH-DATE-RESIL PIC 9(8).
           03 F-ARCH-DATE-ARCHIVAGE PIC 9(8).
           03 F-ARCH-ANONYME PIC X(1).
           03 F-ARCH-DATE-ANONYMAT PIC 9(8).
           03 F-ARCH-NB-CTR PIC 9(2).
           03 F-ARCH-CTR OCCURS 10 TIMES.
              05 F-ARCH-CTR-NO PIC X(3).
              05 F-ARCH-CTR-PRODUIT PIC X(20).
              05 F-ARCH-CTR-MONTANT PIC 9(8).
              05 F-ARCH-CTR-DEVISE PIC X(3).
              05 F-ARCH-CTR-STATUT PIC X(11).

       FD ASSU-RESIL.
       01 F-DATA-RESIL PIC X(88).

       FD MOUVEMENTS.
       01 F-DATA-MOUV PIC X(80).

       FD CLI-OPERATEURS.
        01 F-DATA-OPER.
           03 F-OPER-CODE PIC X(8).
           03 F-OPER-NOM PIC X(30).
           03 F-OPER-MOT-PASSE PIC X(12).
           03 F-OPER-ACTIF PIC X(1).
           03 F-OPER-ROLE PIC X(1).
           03 F-OPER-ECHECS PIC 9(2).
           03 F-OPER-DATE-CONNEXION PIC 9(8).
           03 F-OPER-DATE-MAJ PIC 9(8).
           03 FILLER PIC X(10).

       FD CLI-SECURITE.
       01 F-DATA-SECU PIC X(100).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  ARCH-STATUS PIC X(2).
       01  RESIL-STATUS PIC X(2).
       01  MOUV-STATUS PIC X(2).
       01  OPER-STATUS PIC X(2).
       01  SECU-STATUS PIC X(2).
       01  WS-FIN-CONSULTATION PIC X(1) VALUE "N".
       01  WS-FIN-FICHIER PIC X(1).


       01  WS-SAISIE PIC X(20).
       01  WS-ID-SAISI PIC X(8).
       01  WS-OPERATEUR PIC X(8).
       01  WS-TERME PIC X(19).
       01  WS-TERME-LG PIC 9(2).
       01  WS-TERME-IDX PIC 9(2).
      *    Position de la ligne de message et couleurs de l'écran :
      *    WS-SC-CLR-A habille les titres, WS-SC-CLR-B les données.

       01  WS-SC-LINE PIC 9(2) VALUE 23.
       01  WS-SC-CLR-A PIC 9 VALUE 3.
       01  WS-SC-CLR-B PIC 9 VALUE 7.

       01  WS-AFF-NUMBER2 PIC X(11).
       01  WS-AFF-MONTANT PIC X(9).
       01  WS-AFF-EURO PIC X(3).
       01  WS-AFF-ECHEANCE PIC X(30).
       01  WS-AFF-SUIVI PIC X(45).
       01  WS-AFF-MOUV1 PIC X(60).
       01  WS-AFF-MOUV2 PIC X(60).
       01  WS-AFF-MOUV3 PIC X(60).
       01  WS-AFF-CTR1 PIC X(60).
       01  WS-AFF-CTR2 PIC X(60).
       01  WS-AFF-CTR3 PIC X(60).
       01  WS-MESSAGE PIC X(40).
       01  VIRGULE PIC X VALUE ",".

           03 WS-SUIVI-L-MONTANT PIC 9(8).
           03 WS-SUIVI-L-EXTRAIT PIC X(1).
           03 FILLER PIC X(1).
           03 WS-SUIVI-L-DATE-RESIL PIC X(8).

      *    Repérage du dernier rapport des mouvements : la date est
      *    cherchée en remontant jour par jour depuis la date
       01  WS-MOUV-LIGNE PIC X(80).
       01  WS-MOUV-NB PIC 9(1).

      *    Contrats du client : fichier absent = aucun contrat
      *    affiché.

       01  WS-CTR-ABSENT PIC X(1) VALUE "N".
       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).
       01  WS-CTR-LIGNE PIC X(60).
       01  WS-CTR-MONTANT-EDIT PIC X(9).

      *    Archive de ccblarch : fichier absent = aucun client
      *    archivé.

       01  WS-ARCH-ABSENT PIC X(1) VALUE "N".
       01  WS-ARCH-IDX PIC 9(2).
       01  WS-ARCH-TROUVE PIC X(1).

      *    Liste de choix de la recherche : jusqu'à 10 clients dont
      *    la raison sociale ou le SIREN commence par le terme saisi.

       01  WS-LISTE-LIGNE PIC X(70).
       01  WS-PAUSE PIC X(1).

      *    Identification de l'opérateur en début de session, comme
      *    dans ccbloper : mot de passe saisi, rôle retenu et son
      *    rang (C=1 M=2 S=3 A=4), rang minimum exigé, seuil de
      *    verrouillage ; rôle exigé par une action et son issue.

       01  WS-MOT-PASSE PIC X(12).
       01  WS-ROLE PIC X(1).
       01  WS-ROLE-CODE PIC X(1).
       01  WS-ROLE-RANG PIC 9(1).
       01  WS-ROLE-RANG-OPER PIC 9(1).
       01  WS-ROLE-MINIMUM PIC X(1) VALUE "C".
       01  WS-ROLE-AUTORISE PIC X(1).
       01  WS-ECHECS-MAX PIC 9(2) VALUE 3.

      *    Ligne du journal de sécurité, dans la découpe de
      *    ccbloper.

       01  WS-SECU-JOUR PIC 9(8).
       01  WS-SECU-HEURE PIC 9(8).
       01  WS-SECU-LIGNE.
           03 WS-SECU-L-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-HEURE PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-PROGRAMME PIC X(9) VALUE "ccblinq".
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-OPER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-TYPE PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-CIBLE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-SECU-L-MOTIF PIC X(40).
           03 FILLER PIC X(14) VALUE SPACES.

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

           03 LINE 14 COLUMN 5 VALUE "Devise :".
           03 LINE 14 COLUMN 18 PIC X(3) FROM WS-AFF-EURO
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE 14 COLUMN 30 VALUE "Échéance :".
           03 LINE 14 COLUMN 42 PIC X(30) FROM WS-AFF-ECHEANCE
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE 15 COLUMN 5 VALUE "Relance :".
           03 LINE 15 COLUMN 18 PIC X(45) FROM WS-AFF-SUIVI
               FOREGROUND-COLOR WS-SC-CLR-B.
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE 18 COLUMN 18 PIC X(60) FROM WS-AFF-MOUV3
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE 19 COLUMN 5 VALUE "Contrats :".
           03 LINE 19 COLUMN 18 PIC X(60) FROM WS-AFF-CTR1
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE 20 COLUMN 18 PIC X(60) FROM WS-AFF-CTR2
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE 21 COLUMN 18 PIC X(60) FROM WS-AFF-CTR3
               FOREGROUND-COLOR WS-SC-CLR-B.
           03 LINE WS-SC-LINE COLUMN 5 PIC X(40) FROM WS-MESSAGE
               FOREGROUND-COLOR WS-SC-CLR-A.

       PROCEDURE DIVISION.

      *    L'opérateur ouvre la session sur la console avant
      *    l'écran : la consultation est ouverte à tout rôle.

           PERFORM IDENTIFIER-OPERATEUR.

      *    Le maître doit avoir été constitué par ccblmast, comme
      *    pour ccblmaint.

               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN INPUT CLI-CONTRATS.
           IF CTR-STATUS = "35"
               MOVE "O" TO WS-CTR-ABSENT
           ELSE
               IF CTR-STATUS NOT = "00"
                   MOVE "Ouverture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           OPEN INPUT CLI-ARCHIVE.
           IF ARCH-STATUS = "35"
               MOVE "O" TO WS-ARCH-ABSENT
           ELSE
               IF ARCH-STATUS NOT = "00"
                   MOVE "Ouverture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
                   MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

      *    Repérage du dernier rapport des mouvements disponible,
      *    une fois pour toute la session.
           PERFORM CONSULTER-UN-CLIENT
               UNTIL WS-FIN-CONSULTATION = "O".

           IF WS-ARCH-ABSENT = "N"
               CLOSE CLI-ARCHIVE
           END-IF.
           IF WS-CTR-ABSENT = "N"
               CLOSE CLI-CONTRATS
           END-IF.
           CLOSE CLI-MAITRE.
           STOP RUN.


      *    Vue 360 du client saisi : bloc du maître, situation dans
      *    la file de relance, lignes du dernier rapport des
      *    mouvements, contrats. Au-delà de trois contrats, le
      *    nombre total est donné sur la ligne de message.

           MOVE WS-ID-SAISI TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
               PERFORM GARNIR-AFFICHAGE
               PERFORM GARNIR-SUIVI
               PERFORM GARNIR-MOUVEMENTS
               PERFORM GARNIR-CONTRATS
               MOVE SPACES TO WS-MESSAGE
               IF WS-CTR-NB > 3
                   STRING WS-CTR-NB DELIMITED BY SIZE
                          " contrats, trois affichés"
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE
               END-IF
           ELSE
               IF MAITRE-STATUS = "23"
                   PERFORM AFFICHER-CLIENT-ARCHIVE
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               END-IF
           END-IF.

        AFFICHER-CLIENT-ARCHIVE.

      *    ID-NUM absent du maître : le client est cherché dans
      *    l'archive. Archivé, il est affiché dans les mêmes zones,
      *    la ligne de relance portant la marque d'archivage et les
      *    dates ; ses contrats sont ceux de l'archive.

           MOVE "N" TO WS-ARCH-TROUVE.
           IF WS-ARCH-ABSENT = "N"
               MOVE WS-ID-SAISI TO F-ARCH-ID-NUM
               READ CLI-ARCHIVE
               IF ARCH-STATUS = "00"
                   MOVE "O" TO WS-ARCH-TROUVE
               ELSE
                   IF ARCH-STATUS NOT = "23"
                       MOVE "Lecture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
                       MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.
           IF WS-ARCH-TROUVE = "O"
               MOVE F-ARCH-MAITRE TO F-DATA-MAITRE
               PERFORM GARNIR-AFFICHAGE
               MOVE SPACES TO WS-AFF-SUIVI
               STRING "ARCHIVÉ le "         DELIMITED BY SIZE
                      F-ARCH-DATE-ARCHIVAGE DELIMITED BY SIZE
                      ", résilié le "       DELIMITED BY SIZE
                      F-ARCH-DATE-RESIL     DELIMITED BY SIZE
                      INTO WS-AFF-SUIVI
               PERFORM GARNIR-MOUVEMENTS
               PERFORM GARNIR-CONTRATS-ARCHIVE
               IF F-ARCH-ANONYME = "O"
                   MOVE "Client archivé et anonymisé" TO WS-MESSAGE
               ELSE
                   MOVE "Client archivé" TO WS-MESSAGE
               END-IF
           ELSE
               PERFORM VIDER-AFFICHAGE
               MOVE SPACES TO WS-MESSAGE
               STRING "ID-NUM inconnu : " DELIMITED BY SIZE
                      WS-ID-SAISI        DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF.

        GARNIR-CONTRATS-ARCHIVE.

      *    Les trois premiers contrats gardés à l'archive, dans la
      *    présentation de GARNIR-CONTRATS.

           MOVE SPACES TO WS-AFF-CTR1.
           MOVE SPACES TO WS-AFF-CTR2.
           MOVE SPACES TO WS-AFF-CTR3.
           MOVE F-ARCH-NB-CTR TO WS-CTR-NB.
           IF WS-CTR-NB = 0
               MOVE "(aucun contrat)" TO WS-AFF-CTR1
           ELSE
               PERFORM GARNIR-CONTRAT-ARCHIVE VARYING WS-ARCH-IDX
               FROM 1 BY 1 UNTIL WS-ARCH-IDX > WS-CTR-NB
               OR WS-ARCH-IDX > 3
           END-IF.

        GARNIR-CONTRAT-ARCHIVE.

           MOVE F-ARCH-CTR-MONTANT(WS-ARCH-IDX)
               TO WS-CTR-MONTANT-EDIT(1:6).
           MOVE F-ARCH-CTR-MONTANT(WS-ARCH-IDX)(7:2)
               TO WS-CTR-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-CTR-MONTANT-EDIT(7:1).
           MOVE SPACES TO WS-CTR-LIGNE.
           STRING F-ARCH-CTR-NO(WS-ARCH-IDX)      DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  F-ARCH-CTR-PRODUIT(WS-ARCH-IDX) DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-CTR-MONTANT-EDIT             DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  F-ARCH-CTR-DEVISE(WS-ARCH-IDX)  DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  F-ARCH-CTR-STATUT(WS-ARCH-IDX)  DELIMITED BY SIZE
                  INTO WS-CTR-LIGNE.
           EVALUATE WS-ARCH-IDX
               WHEN 1
                   MOVE WS-CTR-LIGNE TO WS-AFF-CTR1
               WHEN 2
                   MOVE WS-CTR-LIGNE TO WS-AFF-CTR2
               WHEN 3
                   MOVE WS-CTR-LIGNE TO WS-AFF-CTR3
           END-EVALUATE.

        GARNIR-AFFICHAGE.

      *    Report du bloc client lu dans les zones d'affichage, le
           MOVE F-MAITRE-NUMBER3(7:2) TO WS-AFF-MONTANT(8:2).
           MOVE VIRGULE TO WS-AFF-MONTANT(7:1).
           MOVE F-MAITRE-EURO TO WS-AFF-EURO.
           MOVE SPACES TO WS-AFF-ECHEANCE.
           IF F-MAITRE-ECHEANCE NOT = 0
               MOVE F-MAITRE-ECHEANCE TO WS-AFF-ECHEANCE
               IF F-MAITRE-RECONDUCTION = "N"
                   MOVE "non reconduit" TO WS-AFF-ECHEANCE(10:)
               END-IF
           END-IF.

        GARNIR-SUIVI.

               END-IF
           END-IF.

        GARNIR-CONTRATS.

      *    Contrats du client : positionnement sur le premier
      *    contrat de l'ID-NUM, puis lecture suivante tant que la
      *    clé porte cet ID-NUM ; les trois premiers sont affichés,
      *    tous sont comptés.

           MOVE SPACES TO WS-AFF-CTR1.
           MOVE SPACES TO WS-AFF-CTR2.
           MOVE SPACES TO WS-AFF-CTR3.
           MOVE 0 TO WS-CTR-NB.
           IF WS-CTR-ABSENT = "N"
               MOVE WS-ID-SAISI TO F-CTR-ID
               MOVE LOW-VALUES TO F-CTR-NO
               START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE
               IF CTR-STATUS = "00"
                   MOVE "N" TO WS-CTR-FIN
                   PERFORM LIRE-LIGNE-CONTRAT UNTIL WS-CTR-FIN = "O"
               ELSE
                   IF CTR-STATUS NOT = "23"
                       MOVE "Positionnement CLI-CONTRATS"
                           TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.
           IF WS-CTR-NB = 0
               MOVE "(aucun contrat)" TO WS-AFF-CTR1
           END-IF.

        LIRE-LIGNE-CONTRAT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = WS-ID-SAISI
                   ADD 1 TO WS-CTR-NB
                   MOVE F-CTR-MONTANT TO WS-CTR-MONTANT-EDIT(1:6)
                   MOVE F-CTR-MONTANT(7:2) TO WS-CTR-MONTANT-EDIT(8:2)
                   MOVE VIRGULE TO WS-CTR-MONTANT-EDIT(7:1)
                   MOVE SPACES TO WS-CTR-LIGNE
                   STRING F-CTR-NO            DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          F-CTR-PRODUIT       DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          WS-CTR-MONTANT-EDIT DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          F-CTR-DEVISE        DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          F-CTR-STATUT        DELIMITED BY SIZE
                          INTO WS-CTR-LIGNE
                   EVALUATE WS-CTR-NB
                       WHEN 1
                           MOVE WS-CTR-LIGNE TO WS-AFF-CTR1
                       WHEN 2
                           MOVE WS-CTR-LIGNE TO WS-AFF-CTR2
                       WHEN 3
                           MOVE WS-CTR-LIGNE TO WS-AFF-CTR3
                   END-EVALUATE
               ELSE
                   MOVE "O" TO WS-CTR-FIN
               END-IF
           ELSE
               IF CTR-STATUS = "10"
                   MOVE "O" TO WS-CTR-FIN
               ELSE
                   MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RECHERCHER-CLIENTS.

      *    Recherche par début de raison sociale (DESCRIPTION) ou de
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-CLIENT-RECHERCHE
                   UNTIL WS-FIN-FICHIER = "O" OR WS-LISTE-NB >= 10
               IF WS-ARCH-ABSENT = "N" AND WS-LISTE-NB < 10
                   PERFORM RECHERCHER-ARCHIVE
               END-IF
               IF WS-LISTE-NB = 0
                   DISPLAY "Aucun client trouvé."
               END-IF
               END-IF
           END-IF.

        RECHERCHER-ARCHIVE.

      *    Suite de la recherche dans l'archive, depuis son premier
      *    client, tant que la liste n'est pas pleine.

           MOVE LOW-VALUES TO F-ARCH-ID-NUM.
           START CLI-ARCHIVE KEY IS NOT LESS THAN F-ARCH-ID-NUM.
           IF ARCH-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-ARCHIVE-RECHERCHE
                   UNTIL WS-FIN-FICHIER = "O" OR WS-LISTE-NB >= 10
           ELSE
               IF ARCH-STATUS NOT = "23"
                   MOVE "Positionnement CLI-ARCHIVE"
                       TO WS-ABANDON-TEXTE
                   MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-ARCHIVE-RECHERCHE.

      *    Même confrontation que LIRE-CLIENT-RECHERCHE, le client
      *    étant listé avec la marque "archivé".

           READ CLI-ARCHIVE NEXT.
           IF ARCH-STATUS = "00"
               IF F-ARCH-DESCRIPTION(1:WS-TERME-LG)
                       = WS-TERME(1:WS-TERME-LG)
                   OR (WS-TERME-LG <= 11
                       AND F-ARCH-NUMBER2(1:WS-TERME-LG)
                           = WS-TERME(1:WS-TERME-LG))
                   ADD 1 TO WS-LISTE-NB
                   MOVE SPACES TO WS-LISTE-LIGNE
                   STRING F-ARCH-ID-NUM      DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          F-ARCH-DESCRIPTION DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          "archivé"          DELIMITED BY SIZE
                          INTO WS-LISTE-LIGNE
                   DISPLAY WS-LISTE-LIGNE
               END-IF
           ELSE
               IF ARCH-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-ARCHIVE" TO WS-ABANDON-TEXTE
                   MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        VIDER-AFFICHAGE.

      *    Remise à blanc des zones d'affichage du bloc client.
           MOVE SPACES TO WS-AFF-NUMBER2.
           MOVE SPACES TO WS-AFF-MONTANT.
           MOVE SPACES TO WS-AFF-EURO.
           MOVE SPACES TO WS-AFF-ECHEANCE.
           MOVE SPACES TO WS-AFF-SUIVI.
           MOVE SPACES TO WS-AFF-MOUV1.
           MOVE SPACES TO WS-AFF-MOUV2.
           MOVE SPACES TO WS-AFF-MOUV3.
           MOVE SPACES TO WS-AFF-CTR1.
           MOVE SPACES TO WS-AFF-CTR2.
           MOVE SPACES TO WS-AFF-CTR3.

        IDENTIFIER-OPERATEUR.

      *    Ouverture de session, comme dans ccbloper : code et mot
      *    de passe contrôlés contre le fichier des opérateurs, puis
      *    le rôle contre WS-ROLE-MINIMUM. Toute connexion refusée
      *    est tracée au journal de sécurité et arrête le
      *    programme ; un mot de passe erroné compte un échec, le
      *    troisième verrouille l'opérateur.

           ACCEPT WS-SECU-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Code opérateur ?".
           MOVE SPACES TO WS-OPERATEUR.
           ACCEPT WS-OPERATEUR.
           IF WS-OPERATEUR = SPACES
               DISPLAY "Code opérateur obligatoire."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Mot de passe ?".
           MOVE SPACES TO WS-MOT-PASSE.
           ACCEPT WS-MOT-PASSE.
           OPEN I-O CLI-OPERATEURS.
           IF OPER-STATUS = "35"
               DISPLAY "Fichier des opérateurs absent : lancer "
                   "d'abord ccbloper"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Ouverture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE WS-OPERATEUR TO F-OPER-CODE.
           READ CLI-OPERATEURS.
           IF OPER-STATUS = "23"
               MOVE "Opérateur inconnu" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF OPER-STATUS NOT = "00"
               MOVE "Lecture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ACTIF NOT = "O"
               MOVE "Opérateur inactif" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "Opérateur verrouillé" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           IF F-OPER-MOT-PASSE NOT = WS-MOT-PASSE
               PERFORM COMPTER-ECHEC
               MOVE "Mot de passe erroné" TO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE F-OPER-ROLE TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           MOVE WS-ROLE-RANG TO WS-ROLE-RANG-OPER.
           MOVE WS-ROLE-MINIMUM TO WS-ROLE-CODE.
           PERFORM CLASSER-ROLE.
           IF WS-ROLE-RANG-OPER < WS-ROLE-RANG
               MOVE SPACES TO WS-SECU-L-MOTIF
               STRING "Rôle insuffisant : " DELIMITED BY SIZE
                      F-OPER-ROLE          DELIMITED BY SIZE
                      INTO WS-SECU-L-MOTIF
               PERFORM REFUSER-CONNEXION
           END-IF.
           MOVE 0 TO F-OPER-ECHECS.
           MOVE WS-SECU-JOUR TO F-OPER-DATE-CONNEXION.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-OPERATEURS.
           MOVE F-OPER-ROLE TO WS-ROLE.

        COMPTER-ECHEC.

      *    Un échec de plus ; au seuil, l'opérateur est verrouillé
      *    et le verrouillage tracé à part.

           ADD 1 TO F-OPER-ECHECS.
           REWRITE F-DATA-OPER.
           IF OPER-STATUS NOT = "00"
               MOVE "Réécriture CLI-OPERATEURS" TO WS-ABANDON-TEXTE
               MOVE OPER-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           IF F-OPER-ECHECS >= WS-ECHECS-MAX
               MOVE "V" TO WS-SECU-L-TYPE
               MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE
               MOVE "Verrouillage après échecs répétés"
                   TO WS-SECU-L-MOTIF
               PERFORM NOTER-SECURITE
           END-IF.

        REFUSER-CONNEXION.

           CLOSE CLI-OPERATEURS.
           MOVE "C" TO WS-SECU-L-TYPE.
           MOVE WS-OPERATEUR TO WS-SECU-L-CIBLE.
           PERFORM NOTER-SECURITE.
           DISPLAY "Connexion refusée.".
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

        CLASSER-ROLE.

      *    Rang du rôle WS-ROLE-CODE dans WS-ROLE-RANG ; un code
      *    inconnu ne donne aucun droit.

           EVALUATE WS-ROLE-CODE
               WHEN "C"
                   MOVE 1 TO WS-ROLE-RANG
               WHEN "M"
                   MOVE 2 TO WS-ROLE-RANG
               WHEN "S"
                   MOVE 3 TO WS-ROLE-RANG
               WHEN "A"
                   MOVE 4 TO WS-ROLE-RANG
               WHEN OTHER
                   MOVE 0 TO WS-ROLE-RANG
           END-EVALUATE.

        NOTER-SECURITE.

      *    Ajout d'une ligne au journal de sécurité ; le type, la
      *    clé visée et le motif sont posés par l'appelant.

           MOVE WS-SECU-JOUR TO WS-SECU-L-DATE.
           ACCEPT WS-SECU-HEURE FROM TIME.
           MOVE WS-SECU-HEURE(1:6) TO WS-SECU-L-HEURE.
           MOVE WS-OPERATEUR TO WS-SECU-L-OPER.
           OPEN EXTEND CLI-SECURITE.
           IF SECU-STATUS NOT = "00" AND SECU-STATUS NOT = "05"
               MOVE "Ouverture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           WRITE F-DATA-SECU FROM WS-SECU-LIGNE.
           IF SECU-STATUS NOT = "00"
               MOVE "Écriture CLI-SECURITE" TO WS-ABANDON-TEXTE
               MOVE SECU-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           CLOSE CLI-SECURITE.

        ABANDON-TRAITEMENT.

