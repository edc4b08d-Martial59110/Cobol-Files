      *    sont reportés de jour en jour dans un fichier d'attente
      *    géré comme resiliations.dat : relu en tête de passage,
      *    rejoué avant les paiements du jour, puis réécrit avec les
      *    seuls paiements toujours en souffrance. Chaque paiement
      *    reporté porte une marque d'origine en colonne 31 ("E" pour
      *    un écart, "I" pour un inconnu), reprise dans les sorties
      *    du rejeu : c'est elle qui permet au compte client
      *    (ccblcpte) de ne créditer qu'une fois un écart rejoué de
      *    jour en jour puis finalement rapproché.
      *    Depuis les contrats multiples, la référence du paiement
      *    peut porter en colonnes 28 à 30 le numéro du contrat
      *    réglé : le paiement est alors pointé contre la quittance
      *    de ce contrat. Sans numéro de contrat, il est pointé
      *    contre le total des quittances du client dans la devise
      *    du paiement.
      *    Les prélèvements SEPA (ccblsepa) arrivent comme des
      *    paiements, dans encaissements-sepa-AAAAMMJJ.dat daté de
      *    leur échéance, lu après la livraison de la banque. Un
      *    prélèvement rejeté revient dans la file d'attente avec la
      *    marque "R" : c'est une quittance impayée, pas un
      *    paiement. Elle y reste, sans être rejouée, jusqu'au
      *    paiement du même client, contrat, montant et devise qui
      *    la solde.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Contrats des clients, lus pour le montant attendu d'un
      *    contrat quand les quittances ne sont pas chargées.

           SELECT CLI-CONTRATS ASSIGN TO "contrats.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-CTR-CLE
           FILE STATUS IS CTR-STATUS.

      *    Paiements du jour livrés par la banque
      *    (paiements-AAAAMMJJ.dat). Une livraison absente est
      *    tolérée : le passage rejoue alors seulement l'attente.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAIE-STATUS.

      *    Encaissements des prélèvements SEPA échus ce jour
      *    (ccblsepa), dans la découpe des paiements de la banque.
      *    Absents les jours sans échéance.

           SELECT PAIE-SEPA ASSIGN TO DYNAMIC WS-SEPA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEPA-STATUS.

      *    Quittances ouvertes du quittancement : le nom du fichier
      *    vient du paramètre QUITTANCES de ccblpaie.par. À défaut
      *    (paramètre ou fichier absent), le montant facturé est
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

       FD PAIEMENTS.
       01 F-DATA-PAIE PIC X(30).

       FD PAIE-SEPA.
       01 F-DATA-SEPA PIC X(31).

       FD QUITTANCES.
       01 F-DATA-QUIT PIC X(40).

       01 F-DATA-PARAM PIC X(80).

       FD PAIE-ATTENTE.
       01 F-DATA-ATTENTE PIC X(31).

       FD PAIE-RAPPRO.
       01 F-DATA-RAPPRO PIC X(60).
       01 F-DATA-INCONNU PIC X(60).

       FD PAIE-ECART.
       01 F-DATA-ECART PIC X(70).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  CTR-STATUS PIC X(2).
       01  PAIE-STATUS PIC X(2).
       01  SEPA-STATUS PIC X(2).
       01  QUIT-STATUS PIC X(2).
       01  PARAM-STATUS PIC X(2).
       01  ATTENTE-STATUS PIC X(2).

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-PAIE-FILENAME PIC X(40).
       01  WS-SEPA-FILENAME PIC X(40).
       01  WS-QUIT-FILENAME PIC X(40) VALUE SPACES.
       01  WS-RAPPRO-FILENAME PIC X(40).
       01  WS-INCONNU-FILENAME PIC X(40).
       01  WS-ECART-FILENAME PIC X(40).

      *    Découpe d'une ligne de paiement : date du paiement,
      *    montant en centimes, devise, ID-NUM donné en référence,
      *    numéro du contrat réglé (facultatif), puis la marque
      *    d'origine posée au report en attente (à blanc dans la
      *    livraison de la banque).

       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 WS-PAIE-CONTRAT PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).

      *    Découpe d'une ligne de quittance, comme écrite par
      *    ccblquit.
           03 WS-QUIT-MONTANT PIC 9(8).
           03 WS-QUIT-DEVISE PIC X(3).
           03 WS-QUIT-CONTRAT PIC 9(8).
           03 WS-QUIT-NO PIC X(3).
           03 FILLER PIC X(2).

      *    Dépouillement du fichier de paramètres, sur le modèle de
      *    ccblbase.par. Mots-clés admis : QUITTANCES (nom du fichier
      *    des quittances ouvertes), PAIEMENTS (nom du fichier de
      *    la banque, à défaut celui daté du jour) et SEPA (nom du
      *    fichier des encaissements SEPA, à défaut celui daté du
      *    jour).

       01  WS-PARAM-REC PIC X(80).
       01  WS-PARAM-DETAIL REDEFINES WS-PARAM-REC.
      *    pointage. La facturation porte sur tout le maître, qui
      *    n'est plus borné : la borne suit l'échelle des files de
      *    ccblbase (2000), au large du portefeuille prévu après le
      *    rachat, à raison de trois contrats par client. Une
      *    entrée par ID-NUM et numéro de contrat.

       01  WS-QTAB-NB PIC 9(4) VALUE 0.
       01  WS-QTAB-IDX PIC 9(4).
       01  WS-QTAB-TROUVE PIC X(1).
       01  WS-QTAB-TROUVE-IDX PIC 9(4).
        01  WS-QTAB-TABLE.
           03 WS-QTAB-ENTRY OCCURS 1 TO 6000 TIMES
                DEPENDING ON WS-QTAB-NB.
            05 WS-QTAB-ID PIC X(8).
            05 WS-QTAB-NO PIC X(3).
            05 WS-QTAB-MONTANT PIC 9(8).
            05 WS-QTAB-DEVISE PIC X(3).
       01  WS-QUIT-ABSENT PIC X(1) VALUE "O".
       01  WS-CTR-ABSENT PIC X(1) VALUE "N".

      *    Cumul des quittances du client dans la devise du
      *    paiement, pour un paiement sans numéro de contrat.

       01  WS-QCLI-NB PIC 9(4).
       01  WS-QCLI-CUMUL PIC 9(10).

      *    File d'attente rechargée de la veille puis complétée des
      *    paiements du jour restés sans rapprochement.
       01  WS-ATT-NB PIC 9(4) VALUE 0.
       01  WS-ATT-IDX PIC 9(4).
        01  WS-ATT-TABLE.
           03 WS-ATT-ENTRY PIC X(31) OCCURS 1 TO 2000 TIMES
                DEPENDING ON WS-ATT-NB.

      *    Recherche d'un impayé de prélèvement (marque "R") soldé
      *    par le paiement courant. Une entrée soldée est mise à
      *    blanc dans la file et n'est pas réécrite.

       01  WS-IMP-LIGNE.
           03 WS-IMP-DATE PIC 9(8).
           03 WS-IMP-MONTANT PIC 9(8).
           03 WS-IMP-DEVISE PIC X(3).
           03 WS-IMP-REF PIC X(8).
           03 WS-IMP-CONTRAT PIC X(3).
           03 WS-IMP-ORIGINE PIC X(1).
       01  WS-IMP-IDX PIC 9(4).
       01  WS-IMP-TROUVE PIC X(1).

      *    Montant et devise attendus pour le paiement en cours et
      *    ligne d'écart, les montants dans le format à virgule des
      *    rapports.

       01  WS-MONTANT-ATTENDU PIC 9(8).
       01  WS-DEVISE-ATTENDUE PIC X(3).
       01  WS-MONTANT-EDIT PIC X(9).
       01  WS-MONTANT-EDIT2 PIC X(9).
       01  WS-LIGNE-EDIT PIC X(70).
       01  VIRGULE PIC X VALUE ",".

      *    Compteurs du passage.

       01  WS-CPT-ATTENTE-LUS PIC 9(5) VALUE 0.
       01  WS-CPT-JOUR-LUS PIC 9(5) VALUE 0.
       01  WS-CPT-SEPA-LUS PIC 9(5) VALUE 0.
       01  WS-CPT-IMPAYES PIC 9(5) VALUE 0.
       01  WS-CPT-SOLDES PIC 9(5) VALUE 0.
       01  WS-CPT-RAPPROCHES PIC 9(5) VALUE 0.
       01  WS-CPT-INCONNUS PIC 9(5) VALUE 0.
       01  WS-CPT-ECARTS PIC 9(5) VALUE 0.
                  WS-DATE-JOUR DELIMITED BY SIZE
                  ".dat"       DELIMITED BY SIZE
                  INTO WS-PAIE-FILENAME.
           STRING "encaissements-sepa-" DELIMITED BY SIZE
                  WS-DATE-JOUR          DELIMITED BY SIZE
                  ".dat"                DELIMITED BY SIZE
                  INTO WS-SEPA-FILENAME.
           STRING "paiements-rapproches-" DELIMITED BY SIZE
                  WS-DATE-JOUR            DELIMITED BY SIZE
                  ".dat"                  DELIMITED BY SIZE
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

           PERFORM CHARGER-QUITTANCES.

           OPEN OUTPUT PAIE-RAPPRO.
               END-IF
           END-IF.

      *    Encaissements SEPA échus ce jour, pointés comme les
      *    paiements de la banque.

           OPEN INPUT PAIE-SEPA.
           IF SEPA-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-ENCAISSEMENT-SEPA UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-SEPA
           ELSE
               IF SEPA-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-SEPA" TO WS-ABANDON-TEXTE
                   MOVE SEPA-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

           CLOSE PAIE-RAPPRO.
           CLOSE PAIE-INCONNU.
           CLOSE PAIE-ECART.
           IF WS-CTR-ABSENT = "N"
               CLOSE CLI-CONTRATS
           END-IF.
           CLOSE CLI-MAITRE.

      *    Réécriture de la file d'attente avec les paiements
           DISPLAY "Rapprochement des paiements terminé.".
           DISPLAY "Attente rejouée    : " WS-CPT-ATTENTE-LUS.
           DISPLAY "Paiements du jour  : " WS-CPT-JOUR-LUS.
           DISPLAY "Encaissements SEPA : " WS-CPT-SEPA-LUS.
           DISPLAY "Rapprochés         : " WS-CPT-RAPPROCHES.
           DISPLAY "  dont impayés     : " WS-CPT-SOLDES.
           DISPLAY "ID-NUM inconnus    : " WS-CPT-INCONNUS.
           DISPLAY "Écarts de montant  : " WS-CPT-ECARTS.
           SUBTRACT WS-CPT-SOLDES FROM WS-ATT-NB.
           SUBTRACT WS-CPT-SOLDES FROM WS-CPT-IMPAYES.
           DISPLAY "Reportés en attente: " WS-ATT-NB.
           DISPLAY "  dont impayés     : " WS-CPT-IMPAYES.
           STOP RUN.

        CHARGER-PARAMETRES.
                       WHEN "PAIEMENTS"
                           MOVE WS-PARAM-VALEUR(1:40)
                               TO WS-PAIE-FILENAME
                       WHEN "SEPA"
                           MOVE WS-PARAM-VALEUR(1:40)
                               TO WS-SEPA-FILENAME
                       WHEN OTHER
                           MOVE "Paramètre inconnu"
                               TO WS-ABANDON-TEXTE
        LIRE-QUITTANCE.

      *    Chargement d'une quittance dans la table de pointage. La
      *    dernière ligne d'un même ID-NUM et contrat l'emporte,
      *    comme dans le fichier maître.

           READ QUITTANCES INTO WS-QUIT-LIGNE.
           IF QUIT-STATUS = "00"
               MOVE WS-QUIT-ID TO WS-PAIE-REF
               MOVE WS-QUIT-NO TO WS-PAIE-CONTRAT
               PERFORM CHERCHER-QUITTANCE
               IF WS-QTAB-TROUVE = "O"
                   MOVE WS-QUIT-MONTANT
                   MOVE WS-QUIT-DEVISE
                       TO WS-QTAB-DEVISE(WS-QTAB-TROUVE-IDX)
               ELSE
                   IF WS-QTAB-NB >= 6000
                       MOVE "Table des quittances pleine"
                           TO WS-ABANDON-TEXTE
                       MOVE QUIT-STATUS TO WS-ABANDON-STATUT
                   END-IF
                   ADD 1 TO WS-QTAB-NB
                   MOVE WS-QUIT-ID TO WS-QTAB-ID(WS-QTAB-NB)
                   MOVE WS-QUIT-NO TO WS-QTAB-NO(WS-QTAB-NB)
                   MOVE WS-QUIT-MONTANT TO WS-QTAB-MONTANT(WS-QTAB-NB)
                   MOVE WS-QUIT-DEVISE TO WS-QTAB-DEVISE(WS-QTAB-NB)
               END-IF

        CHERCHER-QUITTANCE.

      *    Recherche de l'ID-NUM de WS-PAIE-REF et du contrat de
      *    WS-PAIE-CONTRAT dans la table des quittances. En sortie
      *    WS-QTAB-TROUVE vaut "O" et WS-QTAB-TROUVE-IDX pointe
      *    l'entrée quand le couple y figure.

           MOVE "N" TO WS-QTAB-TROUVE.
           PERFORM COMPARER-QUITTANCE VARYING WS-QTAB-IDX
        COMPARER-QUITTANCE.

           IF WS-QTAB-ID(WS-QTAB-IDX) = WS-PAIE-REF
               AND WS-QTAB-NO(WS-QTAB-IDX) = WS-PAIE-CONTRAT
               MOVE "O" TO WS-QTAB-TROUVE
           END-IF.

        CUMULER-QUITTANCES-CLIENT.

      *    Cumul des quittances de l'ID-NUM de WS-PAIE-REF dans la
      *    devise du paiement, tous contrats confondus.

           MOVE 0 TO WS-QCLI-NB.
           MOVE 0 TO WS-QCLI-CUMUL.
           PERFORM CUMULER-QUITTANCE VARYING WS-QTAB-IDX
           FROM 1 BY 1 UNTIL WS-QTAB-IDX > WS-QTAB-NB.

        CUMULER-QUITTANCE.

           IF WS-QTAB-ID(WS-QTAB-IDX) = WS-PAIE-REF
               AND WS-QTAB-DEVISE(WS-QTAB-IDX) = WS-PAIE-DEVISE
               ADD 1 TO WS-QCLI-NB
               ADD WS-QTAB-MONTANT(WS-QTAB-IDX) TO WS-QCLI-CUMUL
           END-IF.

        REJOUER-ATTENTE.

      *    Rejeu d'un paiement reporté de la veille : même pointage
      *    que les paiements du jour. Un impayé de prélèvement
      *    (marque "R") n'est pas un paiement : il est reporté tel
      *    quel, en attente du paiement qui le soldera.

           READ PAIE-ATTENTE INTO WS-PAIE-LIGNE.
           IF ATTENTE-STATUS = "00"
               ADD 1 TO WS-CPT-ATTENTE-LUS
               IF WS-PAIE-ORIGINE = "R"
                   ADD 1 TO WS-CPT-IMPAYES
                   PERFORM REPORTER-EN-ATTENTE
               ELSE
                   PERFORM POINTER-PAIEMENT
               END-IF
           ELSE
               IF ATTENTE-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               END-IF
           END-IF.

        LIRE-ENCAISSEMENT-SEPA.

      *    Lecture et pointage d'un encaissement SEPA du jour.

           READ PAIE-SEPA INTO WS-PAIE-LIGNE.
           IF SEPA-STATUS = "00"
               ADD 1 TO WS-CPT-SEPA-LUS
               PERFORM POINTER-PAIEMENT
           ELSE
               IF SEPA-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-SEPA" TO WS-ABANDON-TEXTE
                   MOVE SEPA-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        POINTER-PAIEMENT.

      *    Pointage du paiement courant : la référence est cherchée
      *    dans le maître - inconnue, le paiement part dans les
      *    inconnus ; connue, le montant et la devise sont confrontés
      *    au facturé (quittance chargée, ou un douzième du contrat
      *    recalculé comme dans ccblquit), contrat par contrat ou
      *    pour le total du client. Égalité = rapproché, tout
      *    écart part dans les écarts. Inconnus et écarts sont aussi
      *    reportés dans la file d'attente du lendemain, avec leur
      *    marque d'origine : un écart reste marqué "E" d'un rejeu à
      *    l'autre - il a été crédité au compte client dès sa
      *    première apparition - et un inconnu reçoit "I" tant qu'il
      *    n'a pas été crédité. Un paiement qui solde exactement un
      *    impayé de prélèvement en attente est rapproché de cet
      *    impayé, le plus ancien dû, avant toute quittance.

           MOVE WS-PAIE-REF TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               PERFORM POSER-MONTANT-ATTENDU
               PERFORM CHERCHER-IMPAYE
               IF WS-IMP-TROUVE = "O"
                   OR (WS-PAIE-MONTANT = WS-MONTANT-ATTENDU
                   AND WS-PAIE-DEVISE = WS-DEVISE-ATTENDUE)
                   ADD 1 TO WS-CPT-RAPPROCHES
                   WRITE F-DATA-RAPPRO FROM WS-PAIE-LIGNE
                   IF RAPPRO-STATUS NOT = "00"
               ELSE
                   ADD 1 TO WS-CPT-ECARTS
                   PERFORM ECRIRE-ECART
                   MOVE "E" TO WS-PAIE-ORIGINE
                   PERFORM REPORTER-EN-ATTENTE
               END-IF
           ELSE
                       MOVE INCONNU-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   IF WS-PAIE-ORIGINE = SPACE
                       MOVE "I" TO WS-PAIE-ORIGINE
                   END-IF
                   PERFORM REPORTER-EN-ATTENTE
               ELSE
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE

        POSER-MONTANT-ATTENDU.

      *    Montant et devise attendus pour le paiement courant.
      *    Avec un numéro de contrat : la quittance de ce contrat
      *    quand la table en porte une, sinon un douzième du montant
      *    du contrat lu dans contrats.dat (un contrat inconnu
      *    n'attend rien : le paiement part en écart). Sans numéro
      *    de contrat : le total des quittances du client dans la
      *    devise du paiement, sinon un douzième du montant du
      *    client au maître. Les douzièmes sont arrondis au centime
      *    comme dans ccblquit.

           MOVE F-MAITRE-EURO TO WS-DEVISE-ATTENDUE.
           IF WS-PAIE-CONTRAT NOT = SPACES
               IF WS-QUIT-ABSENT = "N"
                   PERFORM CHERCHER-QUITTANCE
               ELSE
                   MOVE "N" TO WS-QTAB-TROUVE
               END-IF
               IF WS-QTAB-TROUVE = "O"
                   MOVE WS-QTAB-MONTANT(WS-QTAB-TROUVE-IDX)
                       TO WS-MONTANT-ATTENDU
                   MOVE WS-QTAB-DEVISE(WS-QTAB-TROUVE-IDX)
                       TO WS-DEVISE-ATTENDUE
               ELSE
                   PERFORM LIRE-CONTRAT-ATTENDU
               END-IF
           ELSE
               MOVE 0 TO WS-QCLI-NB
               IF WS-QUIT-ABSENT = "N"
                   PERFORM CUMULER-QUITTANCES-CLIENT
               END-IF
               IF WS-QCLI-NB > 0 AND WS-QCLI-CUMUL <= 99999999
                   MOVE WS-QCLI-CUMUL TO WS-MONTANT-ATTENDU
                   MOVE WS-PAIE-DEVISE TO WS-DEVISE-ATTENDUE
               ELSE
                   COMPUTE WS-MONTANT-ATTENDU ROUNDED =
                       F-MAITRE-NUMBER3 / 12
               END-IF
           END-IF.

        LIRE-CONTRAT-ATTENDU.

           MOVE 0 TO WS-MONTANT-ATTENDU.
           IF WS-CTR-ABSENT = "N"
               MOVE WS-PAIE-REF TO F-CTR-ID
               MOVE WS-PAIE-CONTRAT TO F-CTR-NO
               READ CLI-CONTRATS
               IF CTR-STATUS = "00"
                   COMPUTE WS-MONTANT-ATTENDU ROUNDED =
                       F-CTR-MONTANT / 12
                   MOVE F-CTR-DEVISE TO WS-DEVISE-ATTENDUE
               ELSE
                   IF CTR-STATUS NOT = "23"
                       MOVE "Lecture CLI-CONTRATS" TO WS-ABANDON-TEXTE
                       MOVE CTR-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
               END-IF
           END-IF.

        CHERCHER-IMPAYE.

      *    Recherche dans la file d'attente d'un impayé de
      *    prélèvement du client et du contrat du paiement courant,
      *    de même montant et devise. Trouvé, il est soldé : son
      *    entrée est mise à blanc.

           MOVE "N" TO WS-IMP-TROUVE.
           PERFORM COMPARER-IMPAYE VARYING WS-IMP-IDX
           FROM 1 BY 1 UNTIL WS-IMP-IDX > WS-ATT-NB
           OR WS-IMP-TROUVE = "O".
           IF WS-IMP-TROUVE = "O"
               SUBTRACT 1 FROM WS-IMP-IDX
               MOVE SPACES TO WS-ATT-ENTRY(WS-IMP-IDX)
               ADD 1 TO WS-CPT-SOLDES
           END-IF.

        COMPARER-IMPAYE.

           MOVE WS-ATT-ENTRY(WS-IMP-IDX) TO WS-IMP-LIGNE.
           IF WS-IMP-ORIGINE = "R"
               AND WS-IMP-REF = WS-PAIE-REF
               AND WS-IMP-CONTRAT = WS-PAIE-CONTRAT
               AND WS-IMP-MONTANT = WS-PAIE-MONTANT
               AND WS-IMP-DEVISE = WS-PAIE-DEVISE
               MOVE "O" TO WS-IMP-TROUVE
           END-IF.

        ECRIRE-ECART.

      *    Écriture d'une ligne d'écart : le paiement tel que reçu,
      *    suivi du montant attendu dans le format à virgule des
      *    rapports, puis la date du paiement et sa marque d'origine
      *    (à blanc pour un écart vu pour la première fois) que
      *    ccblcpte relit pour créditer le compte client.

           MOVE WS-PAIE-MONTANT TO WS-MONTANT-EDIT(1:6).
           MOVE WS-PAIE-MONTANT(7:2) TO WS-MONTANT-EDIT(8:2).
           MOVE WS-MONTANT-ATTENDU(7:2) TO WS-MONTANT-EDIT2(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT2(7:1).
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING WS-PAIE-REF        DELIMITED BY SIZE
                  "  reçu "          DELIMITED BY SIZE
                  WS-MONTANT-EDIT    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-PAIE-DEVISE     DELIMITED BY SIZE
                  " attendu "        DELIMITED BY SIZE
                  WS-MONTANT-EDIT2   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DEVISE-ATTENDUE DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-PAIE-DATE       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-PAIE-ORIGINE    DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-ECART FROM WS-LIGNE-EDIT.
           IF ECART-STATUS NOT = "00"

        ECRIRE-ATTENTE.

      *    Réécriture d'une entrée de la file d'attente, sauf un
      *    impayé soldé dans le passage (entrée à blanc).

           IF WS-ATT-ENTRY(WS-ATT-IDX) NOT = SPACES
               WRITE F-DATA-ATTENTE FROM WS-ATT-ENTRY(WS-ATT-IDX)
               IF ATTENTE-STATUS NOT = "00"
                   MOVE "Écriture PAIE-ATTENTE" TO WS-ABANDON-TEXTE
                   MOVE ATTENTE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ABANDON-TRAITEMENT.
