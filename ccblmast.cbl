      *    propre à la source. La mise à jour au fil de l'eau se fait
      *    ensuite par ccblmaint, sans plus retoucher les fichiers
      *    plats à la main.
      *    Le maître ne porte qu'un montant par client : les contrats
      *    eux-mêmes (un client peut en détenir plusieurs, par
      *    exemple multirisque et flotte auto) sont tenus dans
      *    contrats.dat. Après la fusion, chaque client sans contrat
      *    y reçoit son contrat 001 repris du maître, et le montant
      *    des clients qui ont des contrats est recalculé comme leur
      *    cumul, converti dans la devise du client : les rapports
      *    existants continuent ainsi de lire un montant par client.
      *    Les dates d'effet et d'échéance et la marque de
      *    reconduction ne viennent pas des fichiers plats : elles
      *    sont mises de côté avant la reconstruction et reportées
      *    sur chaque client qui les portait, un nouveau client
      *    partant sans dates et reconductible.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Fichier des contrats, clé ID-NUM + numéro de contrat.
      *    Créé vide au premier passage.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase,
      *    pour ramener les contrats dans la devise du client.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Dates d'échéance du maître de la veille, mises de côté le
      *    temps de la reconstruction, dans l'ordre des clés.

           SELECT MAST-ECHEANCES ASSIGN TO "ccblmast-echeances.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ASSU.
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

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD MAST-ECHEANCES.
       01 F-DATA-ECH PIC X(25).

       WORKING-STORAGE SECTION.
       01  ASSU-STATUS PIC X(2).
       01  ASSU2-STATUS PIC X(2).
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  ECH-STATUS PIC X(2).

      *    Enregistrement courant dans la même découpe que le maître,
      *    quelle que soit la partie d'origine.
       01  WS-REMPLACES PIC 9(5) VALUE 0.
       01  WS-IGNORES PIC 9(5) VALUE 0.
       01  WS-FIN-FICHIER PIC X(1).
       01  WS-CTR-CREES PIC 9(5) VALUE 0.
       01  WS-CUMULES PIC 9(5) VALUE 0.
       01  WS-ECH-SAUVEES PIC 9(5) VALUE 0.
       01  WS-ECH-REPRISES PIC 9(5) VALUE 0.

      *    Ligne de dates mise de côté : la clé et les trois zones
      *    du maître qui ne viennent pas des fichiers plats.

       01  WS-ECH-LIGNE.
           03 WS-ECH-ID-NUM PIC X(8).
           03 WS-ECH-DATE-EFFET PIC 9(8).
           03 WS-ECH-ECHEANCE PIC 9(8).
           03 WS-ECH-RECONDUCTION PIC X(1).
       01  WS-ECH-FIN PIC X(1).
       01  WS-MAITRE-MODIFIE PIC X(1).

      *    Cumul des contrats du client en cours, dans sa devise :
      *    les contrats Actif et Suspendu font le montant du client ;
      *    un client dont tous les contrats sont résiliés garde le
      *    total de ses contrats, comme le maître le portait.

       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).
       01  WS-CTR-NB-VIVANTS PIC 9(3).
       01  WS-CUMUL-VIVANTS PIC 9(10).
       01  WS-CUMUL-TOUS PIC 9(10).
       01  WS-CUMUL-CLIENT PIC 9(10).
       01  WS-MONTANT-CONVERTI PIC 9(10).

      *    Table de conversion : les quatre codes historiques et les
      *    taux du jour, sur le modèle de ccblbase. Un code non
      *    reconnu compte pour un taux de 1.

       01  WS-CONV-NB PIC 9(2) VALUE 4.
       01  WS-CONV-IDX PIC 9(2).
       01  WS-CONV-TROUVE PIC X(1).
        01  WS-CONV-TABLE.
           03 WS-CONV-ENTRY OCCURS 10 TIMES.
            05 WS-CONV-CODE PIC X(3).
            05 WS-CONV-TAUX PIC 9(3)V9(4).
       01  WS-TAUX-REC.
           03 WS-TAUX-CODE PIC X(3).
           03 WS-TAUX-VALEUR PIC 9(3)V9(4).
       01  WS-CONV-DEVISE PIC X(3).
       01  WS-TAUX-CONTRAT PIC 9(3)V9(4).
       01  WS-TAUX-CLIENT PIC 9(3)V9(4).

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.
      *    veille est écrasée comme l'étaient les sorties de
      *    ccblbase), puis la charge se fait en I-O pour que le
      *    REWRITE des clients présents dans les deux parties soit
      *    permis. Les dates du maître de la veille sont d'abord
      *    mises de côté.

           PERFORM SAUVER-ECHEANCES.
           OPEN OUTPUT CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Ouverture CLI-MAITRE" TO WS-ABANDON-TEXTE

           CLOSE CLI-MAITRE.

      *    Consolidation avec les contrats : second passage
      *    séquentiel sur le maître fraîchement constitué, qui
      *    reprend aussi les dates mises de côté, lues dans le même
      *    ordre de clés.

           PERFORM CHARGER-TAUX.
           OPEN I-O CLI-CONTRATS.
           IF CTR-STATUS = "35"
               OPEN OUTPUT CLI-CONTRATS
               CLOSE CLI-CONTRATS
               OPEN I-O CLI-CONTRATS
           END-IF.
           IF CTR-STATUS NOT = "00"
               MOVE "Ouverture CLI-CONTRATS" TO WS-ABANDON-TEXTE
               MOVE CTR-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN I-O CLI-MAITRE.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Réouverture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN INPUT MAST-ECHEANCES.
           IF ECH-STATUS NOT = "00"
               MOVE "Ouverture MAST-ECHEANCES" TO WS-ABANDON-TEXTE
               MOVE ECH-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-ECH-FIN.
           PERFORM LIRE-ECHEANCE.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM CONSOLIDER-CLIENT UNTIL WS-FIN-FICHIER = "O".
           CLOSE MAST-ECHEANCES.
           CLOSE CLI-MAITRE.
           CLOSE CLI-CONTRATS.

           DISPLAY "Fusion du fichier maître clients terminée.".
           DISPLAY "Lignes lues Partie A : " WS-LUS-A.
           DISPLAY "Lignes lues Partie B : " WS-LUS-B.
           DISPLAY "Clients créés        : " WS-CREES.
           DISPLAY "Clients remplacés    : " WS-REMPLACES.
           DISPLAY "Lignes sans ID-NUM   : " WS-IGNORES.
           DISPLAY "Contrats 001 créés   : " WS-CTR-CREES.
           DISPLAY "Montants consolidés  : " WS-CUMULES.
           DISPLAY "Échéances reprises   : " WS-ECH-REPRISES
               " sur " WS-ECH-SAUVEES.
           STOP RUN.

        CHARGER-PARTIE-A.
               ADD 1 TO WS-IGNORES
           ELSE
               MOVE WS-ENREG TO F-DATA-MAITRE
               MOVE 0 TO F-MAITRE-DATE-EFFET
               MOVE 0 TO F-MAITRE-ECHEANCE
               MOVE "O" TO F-MAITRE-RECONDUCTION
               WRITE F-DATA-MAITRE
               IF MAITRE-STATUS = "00"
                   ADD 1 TO WS-CREES
               END-IF
           END-IF.

        CONSOLIDER-CLIENT.

      *    Lecture d'un client du maître : sans contrat, il reçoit
      *    son contrat 001 repris de son montant, de sa devise et de
      *    son statut ; avec des contrats, son montant devient leur
      *    cumul. Ses dates mises de côté, s'il en avait, lui sont
      *    rendues.

           READ CLI-MAITRE NEXT.
           IF MAITRE-STATUS = "00"
               MOVE "N" TO WS-MAITRE-MODIFIE
               PERFORM CUMULER-CONTRATS
               IF WS-CTR-NB = 0
                   PERFORM CREER-CONTRAT-INITIAL
               ELSE
                   MOVE WS-CUMUL-CLIENT TO F-MAITRE-NUMBER3
                   MOVE "O" TO WS-MAITRE-MODIFIE
                   ADD 1 TO WS-CUMULES
               END-IF
               PERFORM REPRENDRE-ECHEANCES
               IF WS-MAITRE-MODIFIE = "O"
                   REWRITE F-DATA-MAITRE
                   IF MAITRE-STATUS NOT = "00"
                       MOVE "Réécriture CLI-MAITRE"
                           TO WS-ABANDON-TEXTE
                       MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           ELSE
               IF MAITRE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        SAUVER-ECHEANCES.

      *    Mise de côté des dates du maître de la veille, client par
      *    client dans l'ordre des clés. Un maître absent (premier
      *    passage) donne un fichier vide.

           OPEN OUTPUT MAST-ECHEANCES.
           IF ECH-STATUS NOT = "00"
               MOVE "Ouverture MAST-ECHEANCES" TO WS-ABANDON-TEXTE
               MOVE ECH-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN INPUT CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM SAUVER-UNE-ECHEANCE UNTIL WS-FIN-FICHIER = "O"
               CLOSE CLI-MAITRE
           ELSE
               IF MAITRE-STATUS NOT = "35"
                   MOVE "Ouverture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           CLOSE MAST-ECHEANCES.

        SAUVER-UNE-ECHEANCE.

           READ CLI-MAITRE NEXT.
           IF MAITRE-STATUS = "00"
               MOVE F-MAITRE-ID-NUM TO WS-ECH-ID-NUM
               MOVE F-MAITRE-DATE-EFFET TO WS-ECH-DATE-EFFET
               MOVE F-MAITRE-ECHEANCE TO WS-ECH-ECHEANCE
               MOVE F-MAITRE-RECONDUCTION TO WS-ECH-RECONDUCTION
               WRITE F-DATA-ECH FROM WS-ECH-LIGNE
               IF ECH-STATUS NOT = "00"
                   MOVE "Écriture MAST-ECHEANCES" TO WS-ABANDON-TEXTE
                   MOVE ECH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-ECH-SAUVEES
           ELSE
               IF MAITRE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-ECHEANCE.

           READ MAST-ECHEANCES INTO WS-ECH-LIGNE.
           IF ECH-STATUS NOT = "00"
               IF ECH-STATUS = "10"
                   MOVE "O" TO WS-ECH-FIN
               ELSE
                   MOVE "Lecture MAST-ECHEANCES" TO WS-ABANDON-TEXTE
                   MOVE ECH-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        REPRENDRE-ECHEANCES.

      *    Rapprochement du client courant avec les dates mises de
      *    côté : les lignes des clients disparus des fichiers plats
      *    sont passées, celle du client lui est reportée.

           PERFORM LIRE-ECHEANCE UNTIL WS-ECH-FIN = "O"
               OR WS-ECH-ID-NUM NOT < F-MAITRE-ID-NUM.
           IF WS-ECH-FIN = "N"
               AND WS-ECH-ID-NUM = F-MAITRE-ID-NUM
               MOVE WS-ECH-DATE-EFFET TO F-MAITRE-DATE-EFFET
               MOVE WS-ECH-ECHEANCE TO F-MAITRE-ECHEANCE
               MOVE WS-ECH-RECONDUCTION TO F-MAITRE-RECONDUCTION
               MOVE "O" TO WS-MAITRE-MODIFIE
               ADD 1 TO WS-ECH-REPRISES
           END-IF.

        CREER-CONTRAT-INITIAL.

           MOVE SPACES TO F-DATA-CTR.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE "001" TO F-CTR-NO.
           MOVE "Contrat d'origine" TO F-CTR-PRODUIT.
           MOVE F-MAITRE-NUMBER3 TO F-CTR-MONTANT.
           MOVE F-MAITRE-EURO TO F-CTR-DEVISE.
           MOVE F-MAITRE-STATUT TO F-CTR-STATUT.
           WRITE F-DATA-CTR.
           IF CTR-STATUS NOT = "00"
               MOVE "Écriture CLI-CONTRATS" TO WS-ABANDON-TEXTE
               MOVE CTR-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           ADD 1 TO WS-CTR-CREES.

        CUMULER-CONTRATS.

      *    Cumul des contrats du client en cours du maître, dans sa
      *    devise : positionnement sur le premier contrat de
      *    l'ID-NUM puis lecture suivante tant que la clé porte
      *    le même ID-NUM. WS-CTR-NB = 0 : aucun contrat.

           MOVE 0 TO WS-CTR-NB.
           MOVE 0 TO WS-CTR-NB-VIVANTS.
           MOVE 0 TO WS-CUMUL-VIVANTS.
           MOVE 0 TO WS-CUMUL-TOUS.
           MOVE F-MAITRE-EURO TO WS-CONV-DEVISE.
           PERFORM CHERCHER-TAUX.
           MOVE WS-TAUX-CONTRAT TO WS-TAUX-CLIENT.
           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM LIRE-CONTRAT-CLIENT UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.
           IF WS-CTR-NB-VIVANTS > 0
               MOVE WS-CUMUL-VIVANTS TO WS-CUMUL-CLIENT
           ELSE
               MOVE WS-CUMUL-TOUS TO WS-CUMUL-CLIENT
           END-IF.
           IF WS-CUMUL-CLIENT > 99999999
               DISPLAY "Cumul des contrats hors capacité : "
                   F-MAITRE-ID-NUM
               MOVE 99999999 TO WS-CUMUL-CLIENT
           END-IF.

        LIRE-CONTRAT-CLIENT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   PERFORM CONVERTIR-CONTRAT
                   ADD WS-MONTANT-CONVERTI TO WS-CUMUL-TOUS
                   IF F-CTR-STATUT = "Actif"
                       OR F-CTR-STATUT = "Suspendu"
                       ADD 1 TO WS-CTR-NB-VIVANTS
                       ADD WS-MONTANT-CONVERTI TO WS-CUMUL-VIVANTS
                   END-IF
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

        CONVERTIR-CONTRAT.

      *    Montant du contrat dans la devise du client, par l'euro
      *    et arrondi au centime.

           IF F-CTR-DEVISE = F-MAITRE-EURO
               MOVE F-CTR-MONTANT TO WS-MONTANT-CONVERTI
           ELSE
               MOVE F-CTR-DEVISE TO WS-CONV-DEVISE
               PERFORM CHERCHER-TAUX
               COMPUTE WS-MONTANT-CONVERTI ROUNDED =
                   F-CTR-MONTANT * WS-TAUX-CONTRAT / WS-TAUX-CLIENT
           END-IF.

        CHERCHER-TAUX.

      *    Taux du jour de WS-CONV-DEVISE dans WS-TAUX-CONTRAT ; un
      *    code non reconnu compte pour 1.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               MOVE WS-CONV-TAUX(WS-CONV-IDX) TO WS-TAUX-CONTRAT
           ELSE
               MOVE 1 TO WS-TAUX-CONTRAT
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        CHARGER-TAUX.

      *    Mise en place de la table de conversion et lecture des
      *    taux du jour, sur le modèle de ccblbase : fichier absent
      *    ou devise reconnue sans taux coupent le traitement.

           MOVE "EUR" TO WS-CONV-CODE(1).
           MOVE "USD" TO WS-CONV-CODE(2).
           MOVE "GBP" TO WS-CONV-CODE(3).
           MOVE "CHF" TO WS-CONV-CODE(4).
           PERFORM RAZ-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.
           OPEN INPUT ASSU-TAUX.
           IF TAUX-STATUS NOT = "00"
               MOVE "Ouverture ASSU-TAUX" TO WS-ABANDON-TEXTE
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM LIRE-TAUX UNTIL TAUX-STATUS = "10".
           CLOSE ASSU-TAUX.
           PERFORM CONTROLER-TAUX VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB.

        RAZ-TAUX.

           MOVE 0 TO WS-CONV-TAUX(WS-CONV-IDX).

        LIRE-TAUX.

           READ ASSU-TAUX INTO WS-TAUX-REC.
           IF TAUX-STATUS = "00"
               PERFORM RANGER-TAUX VARYING WS-CONV-IDX
               FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           ELSE
               IF TAUX-STATUS NOT = "10"
                   MOVE "Lecture ASSU-TAUX" TO WS-ABANDON-TEXTE
                   MOVE TAUX-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        RANGER-TAUX.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-TAUX-CODE
               AND WS-TAUX-VALEUR NUMERIC
               MOVE WS-TAUX-VALEUR TO WS-CONV-TAUX(WS-CONV-IDX)
           END-IF.

        CONTROLER-TAUX.

           IF WS-CONV-TAUX(WS-CONV-IDX) = 0
               MOVE "Taux manquant devise" TO WS-ABANDON-TEXTE
               MOVE WS-CONV-CODE(WS-CONV-IDX)
                   TO WS-ABANDON-TEXTE(22:3)
               MOVE TAUX-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une ouverture, une lecture ou une
