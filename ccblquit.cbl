      *    aussi les totaux facturés par devise. Remplace le tableur
      *    ressaisi depuis le rapport, qui facturait sur des montants
      *    périmés.
      *    Un client qui a des contrats dans contrats.dat reçoit une
      *    quittance par contrat Actif - un douzième du montant du
      *    contrat, dans sa devise, le numéro de contrat en colonnes
      *    36 à 38 de la quittance - et ses contrats Suspendu ou
      *    Resilie rejoignent la liste des écartés. Un client encore
      *    sans contrat est quittancé sur le maître comme avant.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Contrats des clients, clé ID-NUM + numéro de contrat.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Fichier des quittances du jour de facturation
      *    (quittances-AAAAMMJJ.dat) : une ligne par contrat Actif,
      *    au format fixe compact, reprise par le rapprochement des
      *    encaissements.

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

       FD QUITTANCES.
       01 F-DATA-QUIT PIC X(40).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  QUIT-STATUS PIC X(2).
       01  RAPPORT-STATUS PIC X(2).

       01  WS-RAPPORT-FILENAME PIC X(40).

      *    Ligne de quittance : ID-NUM, date de facturation, montant
      *    de la quittance (prime mensuelle en centimes), devise,
      *    montant et numéro du contrat d'origine.

       01  WS-QUIT-LIGNE.
           03 WS-QUIT-ID PIC X(8).
           03 WS-QUIT-MONTANT PIC 9(8).
           03 WS-QUIT-DEVISE PIC X(3).
           03 WS-QUIT-CONTRAT PIC 9(8).
           03 WS-QUIT-NO PIC X(3).

      *    Parcours des contrats du client en cours. Fichier des
      *    contrats absent : tous les clients sont quittancés sur le
      *    maître.

       01  WS-CTR-ABSENT PIC X(1) VALUE "N".
       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).

      *    Prime mensuelle du client en cours : un douzième du
      *    montant du contrat, arrondi au centime.
       01  WS-CPT-QUITTANCES PIC 9(5) VALUE 0.
       01  WS-CPT-ECARTES PIC 9(5) VALUE 0.
       01  WS-CPT-AUTRES PIC 9(5) VALUE 0.
       01  WS-CPT-CTR-ECARTES PIC 9(5) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-TIRET PIC X(50).
       01  WS-SPACE PIC X(50).
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

           OPEN OUTPUT QUITTANCES.
           IF QUIT-STATUS NOT = "00"
               MOVE "Ouverture QUITTANCES" TO WS-ABANDON-TEXTE
           END-IF.

      *    Facturation : un passage séquentiel sur le maître, une
      *    quittance par contrat Actif d'un client Actif, les autres
      *    statuts mis de côté pour le rapport.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM FACTURER-UN-CLIENT UNTIL WS-FIN-FICHIER = "O".

           CLOSE QUITTANCES.
           IF WS-CTR-ABSENT = "N"
               CLOSE CLI-CONTRATS
           END-IF.
           CLOSE CLI-MAITRE.

           PERFORM EDITER-RAPPORT.
           DISPLAY "Clients lus        : " WS-CPT-LUS.
           DISPLAY "Quittances émises  : " WS-CPT-QUITTANCES.
           DISPLAY "Clients écartés    : " WS-CPT-ECARTES.
           DISPLAY "Contrats écartés   : " WS-CPT-CTR-ECARTES.
           DISPLAY "Statuts inattendus : " WS-CPT-AUTRES.
           STOP RUN.

        FACTURER-UN-CLIENT.

      *    Lecture d'un client du maître. Un Actif reçoit ses
      *    quittances du mois ; un Suspendu ou un Resilie rejoint la
      *    liste des écartés ; tout autre statut (zone vide ou
      *    inattendue) est seulement compté, l'anomalie relevant des
      *    contrôles de ccblbase.
               ADD 1 TO WS-CPT-LUS
               EVALUATE F-MAITRE-STATUT
                   WHEN "Actif"
                       PERFORM FACTURER-CONTRATS
                   WHEN "Suspendu"
                       PERFORM ECARTER-CLIENT
                   WHEN "Resilie"
               END-IF
           END-IF.

        FACTURER-CONTRATS.

      *    Client Actif : parcours de ses contrats, positionné sur
      *    le premier contrat de l'ID-NUM. Un client sans contrat
      *    est quittancé sur le montant du maître.

           MOVE 0 TO WS-CTR-NB.
           IF WS-CTR-ABSENT = "N"
               MOVE F-MAITRE-ID-NUM TO F-CTR-ID
               MOVE LOW-VALUES TO F-CTR-NO
               START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE
               IF CTR-STATUS = "00"
                   MOVE "N" TO WS-CTR-FIN
                   PERFORM FACTURER-UN-CONTRAT UNTIL WS-CTR-FIN = "O"
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
               MOVE F-MAITRE-NUMBER3 TO WS-QUIT-CONTRAT
               MOVE F-MAITRE-EURO TO WS-QUIT-DEVISE
               MOVE SPACES TO WS-QUIT-NO
               PERFORM EMETTRE-QUITTANCE
           END-IF.

        FACTURER-UN-CONTRAT.

      *    Lecture du contrat suivant : tant qu'il appartient au
      *    client, un contrat Actif est quittancé, un Suspendu ou un
      *    Resilie rejoint la liste des écartés, tout autre statut
      *    est seulement compté.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   EVALUATE F-CTR-STATUT
                       WHEN "Actif"
                           MOVE F-CTR-MONTANT TO WS-QUIT-CONTRAT
                           MOVE F-CTR-DEVISE TO WS-QUIT-DEVISE
                           MOVE F-CTR-NO TO WS-QUIT-NO
                           PERFORM EMETTRE-QUITTANCE
                       WHEN "Suspendu"
                           PERFORM ECARTER-CONTRAT
                       WHEN "Resilie"
                           PERFORM ECARTER-CONTRAT
                       WHEN OTHER
                           ADD 1 TO WS-CPT-AUTRES
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

        EMETTRE-QUITTANCE.

      *    Émission d'une quittance du client Actif en cours pour le
      *    montant, la devise et le numéro de contrat posés par
      *    l'appelant : prime mensuelle d'un douzième du montant du
      *    contrat, arrondie au centime, versée au cumul de sa
      *    devise.

           COMPUTE WS-PRIME-MENSUELLE ROUNDED =
               WS-QUIT-CONTRAT / 12.
           MOVE F-MAITRE-ID-NUM TO WS-QUIT-ID.
           MOVE WS-DATE-JOUR TO WS-QUIT-DATE.
           MOVE WS-PRIME-MENSUELLE TO WS-QUIT-MONTANT.
           WRITE F-DATA-QUIT FROM WS-QUIT-LIGNE.
           IF QUIT-STATUS NOT = "00"
               MOVE "Écriture QUITTANCES" TO WS-ABANDON-TEXTE
               END-IF
               ADD 1 TO WS-DEV-NB
               MOVE WS-DEV-NB TO WS-DEV-IDX
               MOVE WS-QUIT-DEVISE TO WS-DEV-CODE(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-NOMBRE(WS-DEV-IDX)
               MOVE 0 TO WS-DEV-CUMUL(WS-DEV-IDX)
           END-IF.

        COMPARER-DEVISE.

           IF WS-DEV-CODE(WS-DEV-IDX) = WS-QUIT-DEVISE
               MOVE "O" TO WS-DEV-TROUVE
           END-IF.

           MOVE F-MAITRE-DESCRIPTION TO WS-ECARTE-DESC(WS-ECARTE-NB).
           ADD 1 TO WS-CPT-ECARTES.

        ECARTER-CONTRAT.

      *    Contrat Suspendu ou Resilie d'un client Actif : il
      *    rejoint la liste des écartés, repéré par son numéro et
      *    son produit.

           IF WS-ECARTE-NB >= 2000
               MOVE "Table des écartés pleine" TO WS-ABANDON-TEXTE
               MOVE CTR-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           ADD 1 TO WS-ECARTE-NB.
           MOVE F-MAITRE-ID-NUM TO WS-ECARTE-ID(WS-ECARTE-NB).
           MOVE F-CTR-STATUT TO WS-ECARTE-STATUT(WS-ECARTE-NB).
           MOVE SPACES TO WS-ECARTE-DESC(WS-ECARTE-NB).
           STRING "Contrat "    DELIMITED BY SIZE
                  F-CTR-NO      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  F-CTR-PRODUIT DELIMITED BY SIZE
                  INTO WS-ECARTE-DESC(WS-ECARTE-NB).
           ADD 1 TO WS-CPT-CTR-ECARTES.

        EDITER-RAPPORT.

      *    Édition du rapport de quittancement : entête, totaux
               WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT
           END-IF.

           MOVE "Clients et contrats écartés (non facturés) :"
               TO WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-SPACE.
           WRITE F-DATA-RAPPORT FROM WS-LIGNE-EDIT.
           WRITE F-DATA-RAPPORT FROM WS-TIRET.
