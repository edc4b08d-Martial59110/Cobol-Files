      *    le total général. C'est la matière des relevés de
      *    commissions dus chaque trimestre aux intermédiaires,
      *    jusqu'ici reconstitués à la main depuis le rapport.
      *    La ventilation se fait contrat par contrat (contrats.dat) :
      *    chaque contrat compte à l'IRP de son client pour son
      *    statut et son montant converti ; un client encore sans
      *    contrat compte pour un contrat repris du maître.

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

      *    Taux de change du jour, dans la découpe lue par ccblbase.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
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

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  RAPPORT-STATUS PIC X(2).

       01  WS-TAUX-REC.
           03 WS-TAUX-CODE PIC X(3).
           03 WS-TAUX-VALEUR PIC 9(3)V9(4).
       01  WS-CONV-MONTANT PIC 9(8).
       01  WS-CONV-DEVISE PIC X(3).
       01  WS-CONV-STATUT PIC X(11).
       01  WS-MONTANT-EUR PIC 9(12).

      *    Parcours des contrats du client en cours. Fichier des
      *    contrats absent : chaque client compte pour un contrat.

       01  WS-CTR-ABSENT PIC X(1) VALUE "N".
       01  WS-CTR-FIN PIC X(1).
       01  WS-CTR-NB PIC 9(3).

      *    Cumuls par intermédiaire : une entrée par LIBELLE
      *    rencontré. Les intermédiaires se comptent en dizaines,
      *    la borne de 500 reste très au large du portefeuille.
                DEPENDING ON WS-IRP-NB.
            05 WS-IRP-LIBELLE PIC X(16).
            05 WS-IRP-CLIENTS PIC 9(5).
            05 WS-IRP-CONTRATS PIC 9(5).
            05 WS-IRP-ACTIF PIC 9(5).
            05 WS-IRP-RESIL PIC 9(5).
            05 WS-IRP-SUSP PIC 9(5).

       01  WS-TOTAL-EUR PIC 9(12) VALUE 0.
       01  WS-CPT-LUS PIC 9(7) VALUE 0.
       01  WS-CPT-CONTRATS PIC 9(7) VALUE 0.
       01  WS-IRP-RANG PIC 9(3).
       01  WS-IRP-PCT PIC 9(4).
       01  WS-MONTANT-EDIT PIC X(13).
           03 WS-IRP-LIGNE-LIB PIC X(16).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-IRP-LIGNE-CLIENTS PIC 9(5).
           03 FILLER PIC X(5) VALUE " ctr ".
           03 WS-IRP-LIGNE-CONTRATS PIC 9(5).
           03 FILLER PIC X(3) VALUE " A ".
           03 WS-IRP-LIGNE-ACTIF PIC 9(5).
           03 FILLER PIC X(3) VALUE " R ".
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

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM CUMULER-UN-CLIENT UNTIL WS-FIN-FICHIER = "O".
           IF WS-CTR-ABSENT = "N"
               CLOSE CLI-CONTRATS
           END-IF.
           CLOSE CLI-MAITRE.

           PERFORM EDITER-RAPPORT.
           DISPLAY "Ventilation par IRP écrite : "
               WS-RAPPORT-FILENAME.
           DISPLAY "Clients lus     : " WS-CPT-LUS.
           DISPLAY "Contrats        : " WS-CPT-CONTRATS.
           DISPLAY "Intermédiaires  : " WS-IRP-NB.
           STOP RUN.


        CUMULER-UN-CLIENT.

      *    Lecture d'un client du maître et versement de ses
      *    contrats à l'entrée de son intermédiaire ; un client
      *    sans contrat est versé sur son montant du maître.

           READ CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               ADD 1 TO WS-CPT-LUS
               PERFORM CHERCHER-IRP
               ADD 1 TO WS-IRP-CLIENTS(WS-IRP-IDX)
               MOVE 0 TO WS-CTR-NB
               IF WS-CTR-ABSENT = "N"
                   PERFORM PARCOURIR-CONTRATS
               END-IF
               IF WS-CTR-NB = 0
                   MOVE F-MAITRE-NUMBER3 TO WS-CONV-MONTANT
                   MOVE F-MAITRE-EURO TO WS-CONV-DEVISE
                   MOVE F-MAITRE-STATUT TO WS-CONV-STATUT
                   PERFORM CUMULER-CONTRAT
               END-IF
           ELSE
               IF MAITRE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               END-IF
           END-IF.

        PARCOURIR-CONTRATS.

      *    Positionnement sur le premier contrat du client, puis
      *    lecture suivante tant que la clé porte son ID-NUM.

           MOVE F-MAITRE-ID-NUM TO F-CTR-ID.
           MOVE LOW-VALUES TO F-CTR-NO.
           START CLI-CONTRATS KEY IS NOT LESS THAN F-CTR-CLE.
           IF CTR-STATUS = "00"
               MOVE "N" TO WS-CTR-FIN
               PERFORM LIRE-CONTRAT UNTIL WS-CTR-FIN = "O"
           ELSE
               IF CTR-STATUS NOT = "23"
                   MOVE "Positionnement CLI-CONTRATS"
                       TO WS-ABANDON-TEXTE
                   MOVE CTR-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-CONTRAT.

           READ CLI-CONTRATS NEXT.
           IF CTR-STATUS = "00"
               IF F-CTR-ID = F-MAITRE-ID-NUM
                   ADD 1 TO WS-CTR-NB
                   MOVE F-CTR-MONTANT TO WS-CONV-MONTANT
                   MOVE F-CTR-DEVISE TO WS-CONV-DEVISE
                   MOVE F-CTR-STATUT TO WS-CONV-STATUT
                   PERFORM CUMULER-CONTRAT
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

        CUMULER-CONTRAT.

      *    Versement d'un contrat à l'entrée de l'IRP en cours :
      *    comptage par statut et cumul du montant converti en
      *    euros.

           ADD 1 TO WS-CPT-CONTRATS.
           ADD 1 TO WS-IRP-CONTRATS(WS-IRP-IDX).
           EVALUATE WS-CONV-STATUT
               WHEN "Actif"
                   ADD 1 TO WS-IRP-ACTIF(WS-IRP-IDX)
               WHEN "Resilie"
                   ADD 1 TO WS-IRP-RESIL(WS-IRP-IDX)
               WHEN "Suspendu"
                   ADD 1 TO WS-IRP-SUSP(WS-IRP-IDX)
           END-EVALUATE.
           PERFORM CONVERTIR-EN-EUROS.
           ADD WS-MONTANT-EUR TO WS-IRP-CUMUL-EUR(WS-IRP-IDX).
           ADD WS-MONTANT-EUR TO WS-TOTAL-EUR.

        CHERCHER-IRP.

      *    Recherche du LIBELLE du client dans la table des
               MOVE WS-IRP-NB TO WS-IRP-IDX
               MOVE F-MAITRE-LIBELLE TO WS-IRP-LIBELLE(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-CLIENTS(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-CONTRATS(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-ACTIF(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-RESIL(WS-IRP-IDX)
               MOVE 0 TO WS-IRP-SUSP(WS-IRP-IDX)

        CONVERTIR-EN-EUROS.

      *    Conversion du montant du contrat en euros au taux du jour,
      *    arrondie au centime ; un code non reconnu est versé tel
      *    quel, comme dans ccblbase.

           IF WS-CONV-TROUVE = "O"
               SUBTRACT 1 FROM WS-CONV-IDX
               COMPUTE WS-MONTANT-EUR ROUNDED =
                   WS-CONV-MONTANT * WS-CONV-TAUX(WS-CONV-IDX)
           ELSE
               MOVE WS-CONV-MONTANT TO WS-MONTANT-EUR
           END-IF.

        COMPARER-DEVISE.

           IF WS-CONV-CODE(WS-CONV-IDX) = WS-CONV-DEVISE
               MOVE "O" TO WS-CONV-TROUVE
           END-IF.

        ECRIRE-LIGNE-IRP.

      *    Écriture d'une ligne de la ventilation : rang, IRP,
      *    nombre de clients et de contrats, répartition des
      *    contrats par statut, montant converti et part du total
      *    général (en dixièmes de pour cent, éditée avec une
      *    décimale comme au palmarès).

           ADD 1 TO WS-IRP-RANG.
           MOVE WS-TRI-REF(WS-TRI-I) TO WS-IRP-IDX.
           MOVE WS-IRP-RANG TO WS-IRP-LIGNE-RANG.
           MOVE WS-IRP-LIBELLE(WS-IRP-IDX) TO WS-IRP-LIGNE-LIB.
           MOVE WS-IRP-CLIENTS(WS-IRP-IDX) TO WS-IRP-LIGNE-CLIENTS.
           MOVE WS-IRP-CONTRATS(WS-IRP-IDX) TO WS-IRP-LIGNE-CONTRATS.
           MOVE WS-IRP-ACTIF(WS-IRP-IDX) TO WS-IRP-LIGNE-ACTIF.
           MOVE WS-IRP-RESIL(WS-IRP-IDX) TO WS-IRP-LIGNE-RESIL.
           MOVE WS-IRP-SUSP(WS-IRP-IDX) TO WS-IRP-LIGNE-SUSP.
