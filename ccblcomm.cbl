       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccblcomm.

      *    Bordereaux de commissions trimestriels des intermédiaires.
      *    Chaque paiement rapproché par ccblpaie dans le trimestre
      *    (paiements-rapproches-AAAAMMJJ.dat de chaque jour) est
      *    attribué à l'IRP de son client, la zone LIBELLE du maître
      *    - ou de l'archive (ccblarch) pour un client archivé
      *    depuis. Le montant encaissé, converti en euros au taux du
      *    jour, est commissionné au taux de l'IRP en vigueur à la
      *    date du paiement, pris dans le référentiel des
      *    intermédiaires tenu par ccblintm. Un client sans IRP est
      *    une affaire directe, sans commission.
      *    La commission versée sur un paiement est reprise quand ce
      *    paiement est ensuite défait :
      *      - prélèvement rejeté (impayes-sepa-AAAAMMJJ.dat de
      *        ccblsepa) : paiement du même client, contrat, date
      *        d'échéance, montant et devise ;
      *      - paiement signalé en écart (paiements-ecarts-AAAAMMJJ
      *        .dat, première apparition) : paiement du même client,
      *        date, montant et devise.
      *    La reprise est du montant de la commission versée, au
      *    taux d'alors, et s'impute à l'IRP qui l'a reçue. Les
      *    commissions et reprises de chaque trimestre sont gardées
      *    dans commissions-historique.dat : c'est lui qui retrouve
      *    la commission à reprendre, qui empêche de la reprendre
      *    deux fois, et qui refuse un trimestre déjà traité.
      *    Sorties : bordereaux-commissions-AAAAT.dat, un bordereau
      *    par IRP listant chaque client, ses encaissements, le taux
      *    et la commission, et commissions-a-payer-AAAAT.dat, une
      *    ligne par IRP pour la comptabilité fournisseurs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLI-MAITRE ASSIGN TO "clients-master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-MAITRE-ID-NUM
           FILE STATUS IS MAITRE-STATUS.

      *    Archive des clients retirés du maître par ccblarch.

           SELECT CLI-ARCHIVE ASSIGN TO "archive-clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS F-ARCH-ID-NUM
           FILE STATUS IS ARCH-STATUS.

      *    Référentiel des intermédiaires tenu par ccblintm, lu en
      *    entier dans l'ordre de sa clé.

           SELECT CLI-INTERM ASSIGN TO "intermediaires.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS F-INTM-CLE
           FILE STATUS IS INTM-STATUS.

      *    Taux de change du jour, dans la découpe lue par ccblbase.

           SELECT ASSU-TAUX ASSIGN TO "taux-change.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAUX-STATUS.

      *    Les fichiers datés de chaque jour du trimestre.

           SELECT PAIE-RAPPRO ASSIGN TO DYNAMIC WS-RAPPRO-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPRO-STATUS.

           SELECT PAIE-ECART ASSIGN TO DYNAMIC WS-ECART-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ECART-STATUS.

           SELECT SEPA-IMPAYES ASSIGN TO DYNAMIC WS-IMPAYES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS IMPAYES-STATUS.

      *    Historique des commissions et reprises de tous les
      *    trimestres traités. OPTIONAL : créé au premier passage.

           SELECT OPTIONAL COMM-HISTO
           ASSIGN TO "commissions-historique.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

      *    Lignes du trimestre en cours de constitution, triées par
      *    IRP, client et date dans un fichier de travail, sur le
      *    modèle de ccblbage.

           SELECT COMM-TRAVAIL ASSIGN TO "ccblcomm-travail.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRAVAIL-STATUS.

           SELECT COMM-TRI ASSIGN TO "ccblcomm-tri.trv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRI-STATUS.

           SELECT COMM-SORT ASSIGN TO "ccblcomm-sort.tmp".

      *    Bordereaux et fichier à payer, datés du trimestre.

           SELECT COMM-BORDEREAU ASSIGN TO DYNAMIC WS-BORD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BORD-STATUS.

           SELECT COMM-PAYABLE ASSIGN TO DYNAMIC WS-PAYABLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAYABLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLI-MAITRE.
        01 F-DATA-MAITRE.
           03 F-MAITRE-ID-NUM PIC X(8).
           03 F-MAITRE-ID-NAME PIC X(15).
           03 F-MAITRE-LIBELLE PIC X(16).
           03 F-MAITRE-DESCRIPTION PIC X(40).
           03 F-MAITRE-STATUT PIC X(11).
           03 F-MAITRE-NUMBER1 PIC X(8).
           03 F-MAITRE-NUMBER2 PIC X(11).
           03 F-MAITRE-NUMBER3 PIC 9(8).
           03 F-MAITRE-EURO PIC X(3).
           03 F-MAITRE-DATE-EFFET PIC 9(8).
           03 F-MAITRE-ECHEANCE PIC 9(8).
           03 F-MAITRE-RECONDUCTION PIC X(1).

       FD CLI-ARCHIVE.
        01 F-DATA-ARCH.
           03 F-ARCH-MAITRE.
              05 F-ARCH-ID-NUM PIC X(8).
              05 F-ARCH-ID-NAME PIC X(15).
              05 F-ARCH-LIBELLE PIC X(16).
              05 FILLER PIC X(98).
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

       FD CLI-INTERM.
        01 F-DATA-INTM.
           03 F-INTM-CLE.
              05 F-INTM-LIBELLE PIC X(16).
              05 F-INTM-DATE-DEBUT PIC 9(8).
           03 F-INTM-NOM PIC X(30).
           03 F-INTM-TAUX PIC 9(3)V9(2).
           03 F-INTM-FOURNISSEUR PIC X(10).
           03 F-INTM-DATE-MAJ PIC 9(8).
           03 F-INTM-OPER PIC X(8).
           03 FILLER PIC X(15).

       FD ASSU-TAUX.
       01 F-DATA-TAUX PIC X(10).

       FD PAIE-RAPPRO.
       01 F-DATA-RAPPRO PIC X(60).

       FD PAIE-ECART.
       01 F-DATA-ECART PIC X(70).

       FD SEPA-IMPAYES.
       01 F-DATA-IMPAYE PIC X(50).

       FD COMM-HISTO.
       01 F-DATA-HISTO PIC X(100).

       FD COMM-TRAVAIL.
       01 F-DATA-TRAVAIL PIC X(100).

       FD COMM-TRI.
       01 F-DATA-TRI PIC X(100).

      *    Découpe de tri des lignes de commission : l'IRP, le
      *    client, puis la date de l'événement.

       SD COMM-SORT.
       01 F-DATA-SORT.
          03 F-SORT-LIBELLE PIC X(16).
          03 F-SORT-ID PIC X(8).
          03 F-SORT-DATE PIC 9(8).
          03 FILLER PIC X(68).

       FD COMM-BORDEREAU.
       01 F-DATA-BORDEREAU PIC X(110).

       FD COMM-PAYABLE.
       01 F-DATA-PAYABLE PIC X(120).

       WORKING-STORAGE SECTION.
       01  MAITRE-STATUS PIC X(2).
       01  ARCH-STATUS PIC X(2).
       01  INTM-STATUS PIC X(2).
       01  TAUX-STATUS PIC X(2).
       01  RAPPRO-STATUS PIC X(2).
       01  ECART-STATUS PIC X(2).
       01  IMPAYES-STATUS PIC X(2).
       01  HISTO-STATUS PIC X(2).
       01  TRAVAIL-STATUS PIC X(2).
       01  TRI-STATUS PIC X(2).
       01  BORD-STATUS PIC X(2).
       01  PAYABLE-STATUS PIC X(2).

      *    Trimestre traité (AAAAT), ses bornes, le jour parcouru et
      *    les noms des fichiers construits sur ces dates.

       01  WS-SAISIE-TRIM PIC X(5).
       01  WS-TRIMESTRE PIC 9(5).
       01  WS-TRIM-DETAIL REDEFINES WS-TRIMESTRE.
           03 WS-TRIM-AAAA PIC 9(4).
           03 WS-TRIM-T PIC 9(1).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JOUR-DETAIL REDEFINES WS-DATE-JOUR.
           03 WS-JOUR-AAAA PIC 9(4).
           03 WS-JOUR-MM PIC 9(2).
           03 WS-JOUR-JJ PIC 9(2).
       01  WS-DATE-DEBUT-TRIM PIC 9(8).
       01  WS-DATE-FIN-TRIM PIC 9(8).
       01  WS-DEBUT-INT PIC 9(7).
       01  WS-FIN-INT PIC 9(7).
       01  WS-JOUR-INT PIC 9(7).
       01  WS-DATE-TRAITEE PIC 9(8).
       01  WS-RAPPRO-FILENAME PIC X(40).
       01  WS-ECART-FILENAME PIC X(40).
       01  WS-IMPAYES-FILENAME PIC X(40).
       01  WS-BORD-FILENAME PIC X(40).
       01  WS-PAYABLE-FILENAME PIC X(40).
       01  WS-ARCH-ABSENT PIC X(1) VALUE "N".
       01  WS-TRIM-DEJA-TRAITE PIC X(1).
       01  WS-FIN-FICHIER PIC X(1).

      *    Lignes des fichiers sources, comme écrites par ccblpaie et
      *    ccblsepa, et dépouillement d'une ligne d'écart comme dans
      *    ccblcgen.

       01  WS-PAIE-LIGNE.
           03 WS-PAIE-DATE PIC 9(8).
           03 WS-PAIE-MONTANT PIC 9(8).
           03 WS-PAIE-DEVISE PIC X(3).
           03 WS-PAIE-REF PIC X(8).
           03 WS-PAIE-CONTRAT PIC X(3).
           03 WS-PAIE-ORIGINE PIC X(1).

       01  WS-ECART-LIGNE PIC X(70).
       01  WS-ECART-REF PIC X(8).
       01  WS-ECART-MOT1 PIC X(10).
       01  WS-ECART-RECU PIC X(9).
       01  WS-ECART-DEVISE PIC X(3).
       01  WS-ECART-MOT2 PIC X(10).
       01  WS-ECART-ATTENDU PIC X(9).
       01  WS-ECART-DEVISE2 PIC X(3).
       01  WS-ECART-DATE PIC X(8).
       01  WS-ECART-ORIGINE PIC X(1).
       01  WS-ECART-MONTANT PIC 9(8).

       01  WS-IMPAYE-LIGNE.
           03 WS-IMPAYE-ID PIC X(8).
           03 WS-IMPAYE-CONTRAT PIC X(3).
           03 WS-IMPAYE-ECHEANCE PIC 9(8).
           03 WS-IMPAYE-MONTANT PIC 9(8).
           03 WS-IMPAYE-DEVISE PIC X(3).
           03 WS-IMPAYE-MOTIF PIC X(4).
           03 WS-IMPAYE-DATE-REJET PIC 9(8).
           03 FILLER PIC X(8).

      *    Ligne de commission, dans le fichier de travail et dans
      *    l'historique : IRP, client, date de l'événement (le jour
      *    du rapprochement pour une commission, le rejet ou l'écart
      *    pour une reprise), type (C commission, R reprise sur rejet, E
      *    reprise sur écart), paiement d'origine (date, contrat,
      *    montant et devise), montant en euros, taux en pour cent,
      *    commission en euros, trimestre de traitement et libellé
      *    du client. Une reprise reprend le paiement, le taux et la
      *    commission de la ligne C qu'elle annule.

       01  WS-COM-LIGNE.
           03 WS-COM-LIBELLE PIC X(16).
           03 WS-COM-ID PIC X(8).
           03 WS-COM-DATE-EVT PIC 9(8).
           03 WS-COM-TYPE PIC X(1).
           03 WS-COM-DATE PIC 9(8).
           03 WS-COM-CONTRAT PIC X(3).
           03 WS-COM-MONTANT PIC 9(8).
           03 WS-COM-DEVISE PIC X(3).
           03 WS-COM-MONTANT-EUR PIC 9(10).
           03 WS-COM-TAUX PIC 9(3)V9(2).
           03 WS-COM-COMMISSION PIC 9(10).
           03 WS-COM-TRIMESTRE PIC 9(5).
           03 WS-COM-NOM-CLIENT PIC X(15).

      *    Client du paiement en cours, pris au maître ou à
      *    l'archive.

       01  WS-CLI-TROUVE PIC X(1).
       01  WS-CLI-LIBELLE PIC X(16).
       01  WS-CLI-NOM PIC X(15).

      *    Référentiel des intermédiaires chargé en mémoire, dans
      *    l'ordre de sa clé : les périodes d'un IRP se suivent par
      *    date de début croissante. La période retenue pour une
      *    date est la dernière commencée à cette date (0 = aucune).
      *    Les IRP se comptent en dizaines, la borne de 1000 périodes
      *    reste très au large.

       01  WS-INT-NB PIC 9(4) VALUE 0.
       01  WS-INT-IDX PIC 9(4).
       01  WS-INT-RETENU PIC 9(4).
       01  WS-CHP-LIBELLE PIC X(16).
       01  WS-CHP-DATE PIC 9(8).
        01  WS-INT-TABLE.
           03 WS-INT-ENTRY OCCURS 1 TO 1000 TIMES
                DEPENDING ON WS-INT-NB.
            05 WS-INT-LIBELLE PIC X(16).
            05 WS-INT-DEBUT PIC 9(8).
            05 WS-INT-NOM PIC X(30).
            05 WS-INT-TAUX PIC 9(3)V9(2).
            05 WS-INT-FOURNISSEUR PIC X(10).

      *    Table de conversion en euros : les quatre codes
      *    historiques et les taux du jour, sur le modèle de
      *    ccblirp. Un code non reconnu est versé tel quel.

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
       01  WS-CONV-MONTANT PIC 9(8).
       01  WS-CONV-DEVISE PIC X(3).
       01  WS-MONTANT-EUR PIC 9(10).

      *    Recherche de la commission à reprendre : critères posés
      *    par le rejet ou l'écart (le contrat n'est comparé que pour
      *    un rejet), commissions candidates et
      *    reprises déjà faites sur le même paiement, trouvées dans
      *    l'historique, dans les lignes du trimestre et dans les
      *    reprises du passage. Une reprise déjà faite annule une
      *    candidate de même contrat et montant ; la première
      *    candidate restante est reprise.

       01  WS-CHR-TYPE PIC X(1).
       01  WS-CHR-ID PIC X(8).
       01  WS-CHR-DATE PIC 9(8).
       01  WS-CHR-CONTRAT PIC X(3).
       01  WS-CHR-MONTANT PIC 9(8).
       01  WS-CHR-DEVISE PIC X(3).
       01  WS-CHR-COMPLET PIC X(1).
       01  WS-CHR-DATE-EVT PIC 9(8).
       01  WS-CAND-NB PIC 9(2).
       01  WS-CAND-IDX PIC 9(2).
       01  WS-CAND-RETENUE PIC 9(2).
        01  WS-CAND-TABLE.
           03 WS-CAND-ENTRY OCCURS 20 TIMES.
            05 WS-CAND-CONTRAT PIC X(3).
            05 WS-CAND-MONTANT PIC 9(8).
            05 WS-CAND-ANNULEE PIC X(1).
            05 WS-CAND-LIGNE PIC X(100).
       01  WS-VUE-NB PIC 9(2).
       01  WS-VUE-IDX PIC 9(2).
        01  WS-VUE-TABLE.
           03 WS-VUE-ENTRY OCCURS 20 TIMES.
            05 WS-VUE-CONTRAT PIC X(3).
            05 WS-VUE-MONTANT PIC 9(8).
            05 WS-VUE-UTILISEE PIC X(1).

      *    Reprises du passage, écrites au fichier de travail après
      *    le parcours des rejets et des écarts du trimestre.

       01  WS-REP-NB PIC 9(3) VALUE 0.
       01  WS-REP-IDX PIC 9(3).
        01  WS-REP-TABLE.
           03 WS-REP-LIGNE PIC X(100) OCCURS 500 TIMES.

      *    Ruptures de l'édition des bordereaux : IRP et client en
      *    cours, leurs cumuls en euros (encaissé net des paiements
      *    défaits, commissions, reprises, net), et la période du
      *    référentiel retenue pour l'IRP à la fin du trimestre.

       01  WS-IRP-COURANT PIC X(16).
       01  WS-IRP-NOM PIC X(30).
       01  WS-IRP-FOURNISSEUR PIC X(10).
       01  WS-IRP-ENCAISSE PIC S9(10).
       01  WS-IRP-COMMISSIONS PIC 9(10).
       01  WS-IRP-REPRISES PIC 9(10).
       01  WS-IRP-NET PIC S9(10).
       01  WS-CLI-COURANT PIC X(8).
       01  WS-CLI-ENCAISSE PIC S9(10).
       01  WS-CLI-COMMISSION PIC S9(10).

      *    Compteurs et totaux du passage.

       01  WS-CPT-JOURS PIC 9(3) VALUE 0.
       01  WS-CPT-RAPPROCHES PIC 9(7) VALUE 0.
       01  WS-CPT-COMMISSIONNES PIC 9(7) VALUE 0.
       01  WS-CPT-DIRECTS PIC 9(7) VALUE 0.
       01  WS-CPT-SANS-CLIENT PIC 9(7) VALUE 0.
       01  WS-CPT-SANS-TAUX PIC 9(7) VALUE 0.
       01  WS-CPT-ILLISIBLES PIC 9(7) VALUE 0.
       01  WS-CPT-REJETS PIC 9(5) VALUE 0.
       01  WS-CPT-ECARTS PIC 9(5) VALUE 0.
       01  WS-CPT-REPRISES PIC 9(5) VALUE 0.
       01  WS-CPT-BORDEREAUX PIC 9(5) VALUE 0.
       01  WS-CPT-A-PAYER PIC 9(5) VALUE 0.
       01  WS-TOTAL-COMMISSIONS PIC 9(12) VALUE 0.
       01  WS-TOTAL-REPRISES PIC 9(12) VALUE 0.

      *    Zones d'édition, les montants dans le format à virgule
      *    des rapports et le taux avec sa virgule (007,50 %).

       01  VIRGULE PIC X VALUE ",".
       01  WS-MONTANT-EDIT PIC X(9).
       01  WS-EDIT-SOURCE PIC 9(10).
       01  WS-EUR-EDIT PIC X(11).
       01  WS-TOTAL-EDIT PIC X(13).
       01  WS-TAUX-NUM PIC 9(3)V9(2).
       01  WS-TAUX-CHIFFRES REDEFINES WS-TAUX-NUM PIC X(5).
       01  WS-TAUX-EDIT PIC X(8).
       01  WS-SIGNE PIC X(1).
       01  WS-LIGNE-EDIT PIC X(110).
       01  WS-TIRET PIC X(90).
       01  WS-SPACE PIC X(50).
       01  WS-BRD-LIGNE.
           03 WS-BRD-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-BRD-OPERATION PIC X(14).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BRD-CONTRAT PIC X(3).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BRD-MONTANT PIC X(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-BRD-DEVISE PIC X(3).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-BRD-EUR PIC X(11).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-BRD-TAUX PIC X(8).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-BRD-SIGNE PIC X(1).
           03 WS-BRD-COMMISSION PIC X(11).
           03 FILLER PIC X(2) VALUE SPACE.
           03 WS-BRD-ORIGINE PIC X(8).
       01  WS-BRD-ENTETE.
           03 FILLER PIC X(10) VALUE "Date".
           03 FILLER PIC X(15) VALUE "Opération".
           03 FILLER PIC X(4) VALUE "Ctr".
           03 FILLER PIC X(15) VALUE "Encaissé".
           03 FILLER PIC X(13) VALUE "Euros".
           03 FILLER PIC X(10) VALUE "Taux".
           03 FILLER PIC X(14) VALUE "Commission".
           03 FILLER PIC X(8) VALUE "Paiement".

      *    Ligne du fichier à payer : code fournisseur, IRP, nom,
      *    trimestre et date d'arrêté, sens (C à payer à
      *    l'intermédiaire, D à recouvrer quand les reprises passent
      *    les commissions), net en euros, puis commissions et
      *    reprises qui le composent.

       01  WS-PAY-LIGNE.
           03 WS-PAY-FOURNISSEUR PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-LIBELLE PIC X(16).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-NOM PIC X(30).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-TRIMESTRE PIC 9(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-SENS PIC X(1).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-MONTANT PIC 9(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-DEVISE PIC X(3) VALUE "EUR".
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-COMMISSIONS PIC 9(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 WS-PAY-REPRISES PIC 9(10).
           03 FILLER PIC X(8) VALUE SPACES.

      *    Zones utilisées pour signaler un arrêt anormal, comme dans
      *    ccblbase.

       01  WS-ABANDON-LIBELLE PIC X(40).
       01  WS-ABANDON-LIGNE.
           03 WS-ABANDON-TEXTE PIC X(40).
           03 WS-ABANDON-STATUT PIC X(2).

       PROCEDURE DIVISION.
           MOVE ALL "-" TO WS-TIRET.
           MOVE ALL " " TO WS-SPACE.

      *    Saisie du trimestre (AAAAT) ; une saisie vide prend le
      *    dernier trimestre échu, c'est le passage de début de
      *    trimestre.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY "Trimestre à traiter (AAAAT, T de 1 à 4, "
               "vide = trimestre échu) ?".
           MOVE SPACES TO WS-SAISIE-TRIM.
           ACCEPT WS-SAISIE-TRIM.
           IF WS-SAISIE-TRIM = SPACES
               MOVE WS-JOUR-AAAA TO WS-TRIM-AAAA
               COMPUTE WS-TRIM-T = (WS-JOUR-MM - 1) / 3
               IF WS-TRIM-T = 0
                   MOVE 4 TO WS-TRIM-T
                   SUBTRACT 1 FROM WS-TRIM-AAAA
               END-IF
           ELSE
               IF WS-SAISIE-TRIM NOT NUMERIC
                   DISPLAY "Trimestre non numérique."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAISIE-TRIM TO WS-TRIMESTRE
               IF WS-TRIM-T < 1 OR WS-TRIM-T > 4
                   DISPLAY "Trimestre invalide."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    Bornes du trimestre. Un trimestre qui n'est pas encore
      *    terminé est refusé : ses derniers paiements manqueraient
      *    et il ne pourrait plus être repris.

           COMPUTE WS-DATE-DEBUT-TRIM = WS-TRIM-AAAA * 10000
               + ((WS-TRIM-T - 1) * 3 + 1) * 100 + 1.
           EVALUATE WS-TRIM-T
               WHEN 1
                   COMPUTE WS-DATE-FIN-TRIM = WS-TRIM-AAAA * 10000
                       + 0331
               WHEN 2
                   COMPUTE WS-DATE-FIN-TRIM = WS-TRIM-AAAA * 10000
                       + 0630
               WHEN 3
                   COMPUTE WS-DATE-FIN-TRIM = WS-TRIM-AAAA * 10000
                       + 0930
               WHEN OTHER
                   COMPUTE WS-DATE-FIN-TRIM = WS-TRIM-AAAA * 10000
                       + 1231
           END-EVALUATE.
           IF WS-DATE-FIN-TRIM NOT < WS-DATE-JOUR
               DISPLAY "Trimestre " WS-TRIMESTRE " non échu : "
                   "traitement refusé."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Un trimestre déjà porté à l'historique est refusé, comme
      *    un jour déjà passé dans ccblcgen.

           PERFORM LIRE-HISTORIQUE.
           IF WS-TRIM-DEJA-TRAITE = "O"
               DISPLAY "Trimestre " WS-TRIMESTRE " déjà traité : "
                   "traitement refusé."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "bordereaux-commissions-" DELIMITED BY SIZE
                  WS-TRIMESTRE              DELIMITED BY SIZE
                  ".dat"                    DELIMITED BY SIZE
                  INTO WS-BORD-FILENAME.
           STRING "commissions-a-payer-" DELIMITED BY SIZE
                  WS-TRIMESTRE           DELIMITED BY SIZE
                  ".dat"                 DELIMITED BY SIZE
                  INTO WS-PAYABLE-FILENAME.

           PERFORM CHARGER-TAUX.
           PERFORM CHARGER-REFERENTIEL.

      *    Le maître doit avoir été constitué par ccblmast, comme
      *    pour ccblmaint. L'archive est facultative.

           OPEN INPUT CLI-MAITRE.
           IF MAITRE-STATUS = "35"
               DISPLAY "Maître absent : lancer d'abord ccblmast"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MAITRE-STATUS NOT = "00"
               MOVE "Ouverture CLI-MAITRE" TO WS-ABANDON-TEXTE
               MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
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

      *    Premier parcours des jours du trimestre : commission de
      *    chaque paiement rapproché.

           COMPUTE WS-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-TRIM).
           COMPUTE WS-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN-TRIM).
           OPEN OUTPUT COMM-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Ouverture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM COMMISSIONNER-JOUR VARYING WS-JOUR-INT
           FROM WS-DEBUT-INT BY 1 UNTIL WS-JOUR-INT > WS-FIN-INT.
           CLOSE COMM-TRAVAIL.

      *    Second parcours : reprises sur les rejets et les écarts
      *    du trimestre, cherchées dans l'historique et dans les
      *    commissions qui viennent d'être calculées.

           PERFORM REPRENDRE-JOUR VARYING WS-JOUR-INT
           FROM WS-DEBUT-INT BY 1 UNTIL WS-JOUR-INT > WS-FIN-INT.
           IF WS-REP-NB > 0
               OPEN EXTEND COMM-TRAVAIL
               IF TRAVAIL-STATUS NOT = "00"
                   MOVE "Ouverture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               PERFORM ECRIRE-REPRISE VARYING WS-REP-IDX
               FROM 1 BY 1 UNTIL WS-REP-IDX > WS-REP-NB
               CLOSE COMM-TRAVAIL
           END-IF.

           IF WS-ARCH-ABSENT = "N"
               CLOSE CLI-ARCHIVE
           END-IF.
           CLOSE CLI-MAITRE.

           SORT COMM-SORT ON ASCENDING KEY F-SORT-LIBELLE
               ASCENDING KEY F-SORT-ID
               ASCENDING KEY F-SORT-DATE
               USING COMM-TRAVAIL GIVING COMM-TRI.

           PERFORM EDITER-BORDEREAUX.
           PERFORM NOTER-HISTORIQUE.

           MOVE WS-TOTAL-COMMISSIONS TO WS-TOTAL-EDIT(1:10).
           MOVE VIRGULE TO WS-TOTAL-EDIT(11:1).
           MOVE WS-TOTAL-COMMISSIONS(11:2) TO WS-TOTAL-EDIT(12:2).
           DISPLAY "Commissions du trimestre " WS-TRIMESTRE
               " (du " WS-DATE-DEBUT-TRIM " au " WS-DATE-FIN-TRIM
               ").".
           DISPLAY "Bordereaux écrits : " WS-BORD-FILENAME.
           DISPLAY "Fichier à payer   : " WS-PAYABLE-FILENAME.
           DISPLAY "Jours avec paiements  : " WS-CPT-JOURS.
           DISPLAY "Paiements rapprochés  : " WS-CPT-RAPPROCHES.
           DISPLAY "Commissionnés         : " WS-CPT-COMMISSIONNES.
           DISPLAY "Affaires directes     : " WS-CPT-DIRECTS.
           DISPLAY "Clients introuvables  : " WS-CPT-SANS-CLIENT.
           DISPLAY "IRP sans taux         : " WS-CPT-SANS-TAUX.
           DISPLAY "Lignes illisibles     : " WS-CPT-ILLISIBLES.
           DISPLAY "Rejets examinés       : " WS-CPT-REJETS.
           DISPLAY "Écarts examinés       : " WS-CPT-ECARTS.
           DISPLAY "Commissions reprises  : " WS-CPT-REPRISES.
           DISPLAY "Bordereaux            : " WS-CPT-BORDEREAUX.
           DISPLAY "Lignes à payer        : " WS-CPT-A-PAYER.
           DISPLAY "Total commissions EUR : " WS-TOTAL-EDIT.
           MOVE WS-TOTAL-REPRISES TO WS-TOTAL-EDIT(1:10).
           MOVE VIRGULE TO WS-TOTAL-EDIT(11:1).
           MOVE WS-TOTAL-REPRISES(11:2) TO WS-TOTAL-EDIT(12:2).
           DISPLAY "Total reprises EUR    : " WS-TOTAL-EDIT.
           STOP RUN.

        LIRE-HISTORIQUE.

      *    Balayage de l'historique : le trimestre WS-TRIMESTRE y
      *    figure-t-il déjà ? Historique absent = rien encore traité.

           MOVE "N" TO WS-TRIM-DEJA-TRAITE.
           OPEN INPUT COMM-HISTO.
           IF HISTO-STATUS = "00"
               PERFORM LIRE-LIGNE-HISTORIQUE
                   UNTIL HISTO-STATUS = "10"
               CLOSE COMM-HISTO
           ELSE
               IF HISTO-STATUS NOT = "05"
                   MOVE "Ouverture COMM-HISTO" TO WS-ABANDON-TEXTE
                   MOVE HISTO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               CLOSE COMM-HISTO
           END-IF.

        LIRE-LIGNE-HISTORIQUE.

           READ COMM-HISTO INTO WS-COM-LIGNE.
           IF HISTO-STATUS = "00"
               IF WS-COM-TRIMESTRE = WS-TRIMESTRE
                   MOVE "O" TO WS-TRIM-DEJA-TRAITE
               END-IF
           ELSE
               IF HISTO-STATUS NOT = "10"
                   MOVE "Lecture COMM-HISTO" TO WS-ABANDON-TEXTE
                   MOVE HISTO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
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

        CHARGER-REFERENTIEL.

      *    Chargement du référentiel des intermédiaires. Sans
      *    référentiel, aucune commission ne peut être calculée.

           OPEN INPUT CLI-INTERM.
           IF INTM-STATUS = "35"
               DISPLAY "Référentiel des intermédiaires absent : le "
                   "constituer d'abord par ccblintm"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF INTM-STATUS NOT = "00"
               MOVE "Ouverture CLI-INTERM" TO WS-ABANDON-TEXTE
               MOVE INTM-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-INTERMEDIAIRE UNTIL WS-FIN-FICHIER = "O".
           CLOSE CLI-INTERM.

        LIRE-INTERMEDIAIRE.

           READ CLI-INTERM.
           IF INTM-STATUS = "00"
               IF WS-INT-NB >= 1000
                   MOVE "Table des IRP pleine" TO WS-ABANDON-TEXTE
                   MOVE INTM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               ADD 1 TO WS-INT-NB
               MOVE F-INTM-LIBELLE TO WS-INT-LIBELLE(WS-INT-NB)
               MOVE F-INTM-DATE-DEBUT TO WS-INT-DEBUT(WS-INT-NB)
               MOVE F-INTM-NOM TO WS-INT-NOM(WS-INT-NB)
               MOVE F-INTM-TAUX TO WS-INT-TAUX(WS-INT-NB)
               MOVE F-INTM-FOURNISSEUR
                   TO WS-INT-FOURNISSEUR(WS-INT-NB)
           ELSE
               IF INTM-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture CLI-INTERM" TO WS-ABANDON-TEXTE
                   MOVE INTM-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        CHERCHER-PERIODE.

      *    Période du référentiel en vigueur pour l'IRP
      *    WS-CHP-LIBELLE à la date WS-CHP-DATE : la dernière dont
      *    la date de début n'est pas postérieure. En sortie
      *    WS-INT-RETENU pointe la période, 0 s'il n'y en a pas.

           MOVE 0 TO WS-INT-RETENU.
           PERFORM COMPARER-PERIODE VARYING WS-INT-IDX
           FROM 1 BY 1 UNTIL WS-INT-IDX > WS-INT-NB.

        COMPARER-PERIODE.

           IF WS-INT-LIBELLE(WS-INT-IDX) = WS-CHP-LIBELLE
               AND WS-INT-DEBUT(WS-INT-IDX) NOT > WS-CHP-DATE
               MOVE WS-INT-IDX TO WS-INT-RETENU
           END-IF.

        COMMISSIONNER-JOUR.

      *    Paiements rapprochés d'un jour du trimestre. Un jour sans
      *    fichier (jour non ouvré) est passé sous silence.

           COMPUTE WS-DATE-TRAITEE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INT).
           MOVE SPACES TO WS-RAPPRO-FILENAME.
           STRING "paiements-rapproches-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE         DELIMITED BY SIZE
                  ".dat"                  DELIMITED BY SIZE
                  INTO WS-RAPPRO-FILENAME.
           OPEN INPUT PAIE-RAPPRO.
           IF RAPPRO-STATUS = "00"
               ADD 1 TO WS-CPT-JOURS
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-RAPPROCHE UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-RAPPRO
           ELSE
               IF RAPPRO-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-RAPPRO" TO WS-ABANDON-TEXTE
                   MOVE RAPPRO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-RAPPROCHE.

           READ PAIE-RAPPRO INTO WS-PAIE-LIGNE.
           IF RAPPRO-STATUS = "00"
               ADD 1 TO WS-CPT-RAPPROCHES
               IF WS-PAIE-MONTANT NUMERIC
                   AND WS-PAIE-DATE NUMERIC
                   PERFORM COMMISSIONNER-PAIEMENT
               ELSE
                   ADD 1 TO WS-CPT-ILLISIBLES
                   DISPLAY "Paiement illisible ignoré : "
                       WS-PAIE-REF " du " WS-DATE-TRAITEE
               END-IF
           ELSE
               IF RAPPRO-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-RAPPRO" TO WS-ABANDON-TEXTE
                   MOVE RAPPRO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        COMMISSIONNER-PAIEMENT.

      *    Attribution du paiement à l'IRP de son client et calcul
      *    de la commission au taux en vigueur à la date du
      *    paiement, arrondie au centime. Un IRP sans période à
      *    cette date est signalé : le paiement figure à son
      *    bordereau au taux zéro.

           PERFORM CHERCHER-CLIENT.
           IF WS-CLI-TROUVE = "N"
               ADD 1 TO WS-CPT-SANS-CLIENT
               DISPLAY "Client introuvable pour le paiement : "
                   WS-PAIE-REF " du " WS-PAIE-DATE
           ELSE
               IF WS-CLI-LIBELLE = SPACES
                   ADD 1 TO WS-CPT-DIRECTS
               ELSE
                   MOVE SPACES TO WS-COM-LIGNE
                   MOVE WS-CLI-LIBELLE TO WS-COM-LIBELLE
                   MOVE WS-PAIE-REF TO WS-COM-ID
                   MOVE WS-DATE-TRAITEE TO WS-COM-DATE-EVT
                   MOVE "C" TO WS-COM-TYPE
                   MOVE WS-PAIE-DATE TO WS-COM-DATE
                   MOVE WS-PAIE-CONTRAT TO WS-COM-CONTRAT
                   MOVE WS-PAIE-MONTANT TO WS-COM-MONTANT
                   MOVE WS-PAIE-DEVISE TO WS-COM-DEVISE
                   MOVE WS-PAIE-MONTANT TO WS-CONV-MONTANT
                   MOVE WS-PAIE-DEVISE TO WS-CONV-DEVISE
                   PERFORM CONVERTIR-EN-EUROS
                   MOVE WS-MONTANT-EUR TO WS-COM-MONTANT-EUR
                   MOVE WS-CLI-LIBELLE TO WS-CHP-LIBELLE
                   MOVE WS-PAIE-DATE TO WS-CHP-DATE
                   PERFORM CHERCHER-PERIODE
                   IF WS-INT-RETENU = 0
                       MOVE 0 TO WS-COM-TAUX
                       ADD 1 TO WS-CPT-SANS-TAUX
                       DISPLAY "IRP sans taux au " WS-PAIE-DATE
                           " : " WS-CLI-LIBELLE
                   ELSE
                       MOVE WS-INT-TAUX(WS-INT-RETENU) TO WS-COM-TAUX
                   END-IF
                   COMPUTE WS-COM-COMMISSION ROUNDED =
                       WS-COM-MONTANT-EUR * WS-COM-TAUX / 100
                   MOVE WS-TRIMESTRE TO WS-COM-TRIMESTRE
                   MOVE WS-CLI-NOM TO WS-COM-NOM-CLIENT
                   WRITE F-DATA-TRAVAIL FROM WS-COM-LIGNE
                   IF TRAVAIL-STATUS NOT = "00"
                       MOVE "Écriture COMM-TRAVAIL"
                           TO WS-ABANDON-TEXTE
                       MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                       PERFORM ABANDON-TRAITEMENT
                   END-IF
                   ADD 1 TO WS-CPT-COMMISSIONNES
               END-IF
           END-IF.

        CHERCHER-CLIENT.

      *    IRP et libellé du client WS-PAIE-REF, pris au maître ou,
      *    pour un client archivé depuis le paiement, à l'archive.

           MOVE "N" TO WS-CLI-TROUVE.
           MOVE WS-PAIE-REF TO F-MAITRE-ID-NUM.
           READ CLI-MAITRE.
           IF MAITRE-STATUS = "00"
               MOVE "O" TO WS-CLI-TROUVE
               MOVE F-MAITRE-LIBELLE TO WS-CLI-LIBELLE
               MOVE F-MAITRE-ID-NAME TO WS-CLI-NOM
           ELSE
               IF MAITRE-STATUS NOT = "23"
                   MOVE "Lecture CLI-MAITRE" TO WS-ABANDON-TEXTE
                   MOVE MAITRE-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               IF WS-ARCH-ABSENT = "N"
                   MOVE WS-PAIE-REF TO F-ARCH-ID-NUM
                   READ CLI-ARCHIVE
                   IF ARCH-STATUS = "00"
                       MOVE "O" TO WS-CLI-TROUVE
                       MOVE F-ARCH-LIBELLE TO WS-CLI-LIBELLE
                       MOVE F-ARCH-ID-NAME TO WS-CLI-NOM
                   ELSE
                       IF ARCH-STATUS NOT = "23"
                           MOVE "Lecture CLI-ARCHIVE"
                               TO WS-ABANDON-TEXTE
                           MOVE ARCH-STATUS TO WS-ABANDON-STATUT
                           PERFORM ABANDON-TRAITEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

        CONVERTIR-EN-EUROS.

      *    Conversion du montant en euros au taux du jour, arrondie
      *    au centime ; un code non reconnu est versé tel quel,
      *    comme dans ccblbase.

           MOVE "N" TO WS-CONV-TROUVE.
           PERFORM COMPARER-DEVISE VARYING WS-CONV-IDX
           FROM 1 BY 1 UNTIL WS-CONV-IDX > WS-CONV-NB
           OR WS-CONV-TROUVE = "O".
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

        REPRENDRE-JOUR.

      *    Rejets de prélèvement et écarts d'un jour du trimestre.

           COMPUTE WS-DATE-TRAITEE =
               FUNCTION DATE-OF-INTEGER(WS-JOUR-INT).
           MOVE SPACES TO WS-IMPAYES-FILENAME.
           STRING "impayes-sepa-"  DELIMITED BY SIZE
                  WS-DATE-TRAITEE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
                  INTO WS-IMPAYES-FILENAME.
           MOVE SPACES TO WS-ECART-FILENAME.
           STRING "paiements-ecarts-" DELIMITED BY SIZE
                  WS-DATE-TRAITEE     DELIMITED BY SIZE
                  ".dat"              DELIMITED BY SIZE
                  INTO WS-ECART-FILENAME.

           OPEN INPUT SEPA-IMPAYES.
           IF IMPAYES-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-IMPAYE UNTIL WS-FIN-FICHIER = "O"
               CLOSE SEPA-IMPAYES
           ELSE
               IF IMPAYES-STATUS NOT = "35"
                   MOVE "Ouverture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
                   MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

           OPEN INPUT PAIE-ECART.
           IF ECART-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM LIRE-ECART UNTIL WS-FIN-FICHIER = "O"
               CLOSE PAIE-ECART
           ELSE
               IF ECART-STATUS NOT = "35"
                   MOVE "Ouverture PAIE-ECART" TO WS-ABANDON-TEXTE
                   MOVE ECART-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-IMPAYE.

      *    Prélèvement rejeté : le paiement défait est celui du même
      *    client, contrat, échéance, montant et devise.

           READ SEPA-IMPAYES INTO WS-IMPAYE-LIGNE.
           IF IMPAYES-STATUS = "00"
               IF WS-IMPAYE-ID NOT = SPACES
                   AND WS-IMPAYE-MONTANT NUMERIC
                   AND WS-IMPAYE-ECHEANCE NUMERIC
                   ADD 1 TO WS-CPT-REJETS
                   MOVE "R" TO WS-CHR-TYPE
                   MOVE WS-IMPAYE-ID TO WS-CHR-ID
                   MOVE WS-IMPAYE-ECHEANCE TO WS-CHR-DATE
                   MOVE WS-IMPAYE-CONTRAT TO WS-CHR-CONTRAT
                   MOVE WS-IMPAYE-MONTANT TO WS-CHR-MONTANT
                   MOVE WS-IMPAYE-DEVISE TO WS-CHR-DEVISE
                   MOVE "O" TO WS-CHR-COMPLET
                   IF WS-IMPAYE-DATE-REJET NUMERIC
                       MOVE WS-IMPAYE-DATE-REJET TO WS-CHR-DATE-EVT
                   ELSE
                       MOVE WS-DATE-TRAITEE TO WS-CHR-DATE-EVT
                   END-IF
                   PERFORM REPRENDRE-COMMISSION
               END-IF
           ELSE
               IF IMPAYES-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture SEPA-IMPAYES" TO WS-ABANDON-TEXTE
                   MOVE IMPAYES-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-ECART.

      *    Paiement signalé en écart, dépouillé comme dans ccblcgen.
      *    Seule sa première apparition compte : un écart rejoué
      *    (marque "E") a déjà été examiné. Le paiement défait est
      *    celui du même client, date, montant et devise ; seul le
      *    contrat n'est pas connu de la ligne d'écart.

           READ PAIE-ECART INTO WS-ECART-LIGNE.
           IF ECART-STATUS = "00"
               MOVE SPACES TO WS-ECART-ORIGINE
               UNSTRING WS-ECART-LIGNE DELIMITED BY ALL " "
                   INTO WS-ECART-REF WS-ECART-MOT1 WS-ECART-RECU
                        WS-ECART-DEVISE WS-ECART-MOT2
                        WS-ECART-ATTENDU WS-ECART-DEVISE2
                        WS-ECART-DATE WS-ECART-ORIGINE
               END-UNSTRING
               MOVE WS-ECART-RECU(1:6) TO WS-ECART-MONTANT(1:6)
               MOVE WS-ECART-RECU(8:2) TO WS-ECART-MONTANT(7:2)
               IF WS-ECART-ORIGINE NOT = "E"
                   AND WS-ECART-DATE NUMERIC
                   AND WS-ECART-MONTANT NUMERIC
                   ADD 1 TO WS-CPT-ECARTS
                   MOVE "E" TO WS-CHR-TYPE
                   MOVE WS-ECART-REF TO WS-CHR-ID
                   MOVE WS-ECART-DATE TO WS-CHR-DATE
                   MOVE SPACES TO WS-CHR-CONTRAT
                   MOVE WS-ECART-MONTANT TO WS-CHR-MONTANT
                   MOVE WS-ECART-DEVISE TO WS-CHR-DEVISE
                   MOVE "N" TO WS-CHR-COMPLET
                   MOVE WS-DATE-TRAITEE TO WS-CHR-DATE-EVT
                   PERFORM REPRENDRE-COMMISSION
               END-IF
           ELSE
               IF ECART-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture PAIE-ECART" TO WS-ABANDON-TEXTE
                   MOVE ECART-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        REPRENDRE-COMMISSION.

      *    Recherche de la commission versée sur le paiement défait
      *    et, s'il en reste une qui n'a pas déjà été reprise, mise
      *    en table de sa reprise. Un paiement défait sans
      *    commission versée (affaire directe, paiement antérieur à
      *    l'historique, écart jamais rapproché) ne donne rien.

           MOVE 0 TO WS-CAND-NB.
           MOVE 0 TO WS-VUE-NB.
           OPEN INPUT COMM-HISTO.
           IF HISTO-STATUS = "00"
               PERFORM LIRE-HISTO-REPRISE UNTIL HISTO-STATUS = "10"
               CLOSE COMM-HISTO
           ELSE
               IF HISTO-STATUS NOT = "05"
                   MOVE "Ouverture COMM-HISTO" TO WS-ABANDON-TEXTE
                   MOVE HISTO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               CLOSE COMM-HISTO
           END-IF.
           OPEN INPUT COMM-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Ouverture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           PERFORM LIRE-TRAVAIL-REPRISE UNTIL TRAVAIL-STATUS = "10".
           CLOSE COMM-TRAVAIL.
           PERFORM EXAMINER-REPRISE-PASSAGE VARYING WS-REP-IDX
           FROM 1 BY 1 UNTIL WS-REP-IDX > WS-REP-NB.

           PERFORM APPARIER-REPRISE VARYING WS-VUE-IDX
           FROM 1 BY 1 UNTIL WS-VUE-IDX > WS-VUE-NB.
           MOVE 0 TO WS-CAND-RETENUE.
           PERFORM CHOISIR-CANDIDATE VARYING WS-CAND-IDX
           FROM 1 BY 1 UNTIL WS-CAND-IDX > WS-CAND-NB
           OR WS-CAND-RETENUE > 0.

           IF WS-CAND-RETENUE > 0
               IF WS-REP-NB >= 500
                   MOVE "Table des reprises pleine"
                       TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
               MOVE WS-CAND-LIGNE(WS-CAND-RETENUE) TO WS-COM-LIGNE
               MOVE WS-CHR-TYPE TO WS-COM-TYPE
               MOVE WS-CHR-DATE-EVT TO WS-COM-DATE-EVT
               MOVE WS-TRIMESTRE TO WS-COM-TRIMESTRE
               ADD 1 TO WS-REP-NB
               MOVE WS-COM-LIGNE TO WS-REP-LIGNE(WS-REP-NB)
               ADD 1 TO WS-CPT-REPRISES
           END-IF.

        LIRE-HISTO-REPRISE.

           READ COMM-HISTO INTO WS-COM-LIGNE.
           IF HISTO-STATUS = "00"
               PERFORM EXAMINER-LIGNE-REPRISE
           ELSE
               IF HISTO-STATUS NOT = "10"
                   MOVE "Lecture COMM-HISTO" TO WS-ABANDON-TEXTE
                   MOVE HISTO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        LIRE-TRAVAIL-REPRISE.

           READ COMM-TRAVAIL INTO WS-COM-LIGNE.
           IF TRAVAIL-STATUS = "00"
               PERFORM EXAMINER-LIGNE-REPRISE
           ELSE
               IF TRAVAIL-STATUS NOT = "10"
                   MOVE "Lecture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        EXAMINER-REPRISE-PASSAGE.

           MOVE WS-REP-LIGNE(WS-REP-IDX) TO WS-COM-LIGNE.
           PERFORM EXAMINER-LIGNE-REPRISE.

        EXAMINER-LIGNE-REPRISE.

      *    Une ligne de commission portant sur le paiement cherché
      *    est rangée parmi les candidates (ligne C) ou parmi les
      *    reprises déjà faites (ligne R ou E). Seule une
      *    commission rapprochée au plus tard le jour du rejet ou de
      *    l'écart peut être reprise : un écart rejoué puis rapproché
      *    plus tard porte les mêmes client, date, montant et
      *    devise, et sa commission reste due. Au-delà de vingt, les
      *    lignes d'un même paiement sont ignorées.

           IF WS-COM-ID = WS-CHR-ID
               AND WS-COM-DATE = WS-CHR-DATE
               AND WS-COM-MONTANT = WS-CHR-MONTANT
               AND WS-COM-DEVISE = WS-CHR-DEVISE
               AND (WS-CHR-COMPLET = "N"
                   OR WS-COM-CONTRAT = WS-CHR-CONTRAT)
               IF WS-COM-TYPE = "C"
                   IF WS-CAND-NB < 20
                       AND WS-COM-DATE-EVT NOT > WS-CHR-DATE-EVT
                       ADD 1 TO WS-CAND-NB
                       MOVE WS-COM-CONTRAT
                           TO WS-CAND-CONTRAT(WS-CAND-NB)
                       MOVE WS-COM-MONTANT
                           TO WS-CAND-MONTANT(WS-CAND-NB)
                       MOVE "N" TO WS-CAND-ANNULEE(WS-CAND-NB)
                       MOVE WS-COM-LIGNE TO WS-CAND-LIGNE(WS-CAND-NB)
                   END-IF
               ELSE
                   IF WS-VUE-NB < 20
                       ADD 1 TO WS-VUE-NB
                       MOVE WS-COM-CONTRAT
                           TO WS-VUE-CONTRAT(WS-VUE-NB)
                       MOVE WS-COM-MONTANT
                           TO WS-VUE-MONTANT(WS-VUE-NB)
                       MOVE "N" TO WS-VUE-UTILISEE(WS-VUE-NB)
                   END-IF
               END-IF
           END-IF.

        APPARIER-REPRISE.

      *    Une reprise déjà faite annule la première candidate
      *    encore libre de même contrat et montant.

           PERFORM ANNULER-CANDIDATE VARYING WS-CAND-IDX
           FROM 1 BY 1 UNTIL WS-CAND-IDX > WS-CAND-NB
           OR WS-VUE-UTILISEE(WS-VUE-IDX) = "O".

        ANNULER-CANDIDATE.

           IF WS-CAND-ANNULEE(WS-CAND-IDX) = "N"
               AND WS-CAND-CONTRAT(WS-CAND-IDX)
                   = WS-VUE-CONTRAT(WS-VUE-IDX)
               AND WS-CAND-MONTANT(WS-CAND-IDX)
                   = WS-VUE-MONTANT(WS-VUE-IDX)
               MOVE "O" TO WS-CAND-ANNULEE(WS-CAND-IDX)
               MOVE "O" TO WS-VUE-UTILISEE(WS-VUE-IDX)
           END-IF.

        CHOISIR-CANDIDATE.

           IF WS-CAND-ANNULEE(WS-CAND-IDX) = "N"
               MOVE WS-CAND-IDX TO WS-CAND-RETENUE
           END-IF.

        ECRIRE-REPRISE.

           WRITE F-DATA-TRAVAIL FROM WS-REP-LIGNE(WS-REP-IDX).
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Écriture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        EDITER-BORDEREAUX.

      *    Lecture des lignes triées avec rupture sur l'IRP puis sur
      *    le client : un bordereau par IRP, un bloc par client, et
      *    une ligne au fichier à payer à la fin de chaque IRP.

           OPEN OUTPUT COMM-BORDEREAU.
           IF BORD-STATUS NOT = "00"
               MOVE "Ouverture COMM-BORDEREAU" TO WS-ABANDON-TEXTE
               MOVE BORD-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN OUTPUT COMM-PAYABLE.
           IF PAYABLE-STATUS NOT = "00"
               MOVE "Ouverture COMM-PAYABLE" TO WS-ABANDON-TEXTE
               MOVE PAYABLE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN INPUT COMM-TRI.
           IF TRI-STATUS NOT = "00"
               MOVE "Ouverture COMM-TRI" TO WS-ABANDON-TEXTE
               MOVE TRI-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

           MOVE SPACES TO WS-IRP-COURANT.
           MOVE SPACES TO WS-CLI-COURANT.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM LIRE-LIGNE-TRIEE UNTIL WS-FIN-FICHIER = "O".
           CLOSE COMM-TRI.
           IF WS-IRP-COURANT NOT = SPACES
               PERFORM CLOTURER-CLIENT
               PERFORM CLOTURER-IRP
           END-IF.
           IF WS-CPT-BORDEREAUX = 0
               MOVE SPACES TO WS-LIGNE-EDIT
               STRING "Aucune commission pour le trimestre "
                      DELIMITED BY SIZE
                      WS-TRIMESTRE DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO WS-LIGNE-EDIT
               WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT
           END-IF.
           CLOSE COMM-PAYABLE.
           CLOSE COMM-BORDEREAU.

        LIRE-LIGNE-TRIEE.

      *    Lecture d'une ligne triée. Un changement d'IRP clôt le
      *    client et le bordereau précédents ; un changement de
      *    client clôt le client précédent.

           READ COMM-TRI INTO WS-COM-LIGNE.
           IF TRI-STATUS = "00"
               IF WS-COM-LIBELLE NOT = WS-IRP-COURANT
                   IF WS-IRP-COURANT NOT = SPACES
                       PERFORM CLOTURER-CLIENT
                       PERFORM CLOTURER-IRP
                   END-IF
                   PERFORM OUVRIR-IRP
               END-IF
               IF WS-COM-ID NOT = WS-CLI-COURANT
                   IF WS-CLI-COURANT NOT = SPACES
                       PERFORM CLOTURER-CLIENT
                   END-IF
                   PERFORM OUVRIR-CLIENT
               END-IF
               PERFORM ECRIRE-DETAIL
           ELSE
               IF TRI-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture COMM-TRI" TO WS-ABANDON-TEXTE
                   MOVE TRI-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        OUVRIR-IRP.

      *    Entête du bordereau d'un IRP : nom et code fournisseur de
      *    la période en vigueur à la fin du trimestre.

           MOVE WS-COM-LIBELLE TO WS-IRP-COURANT.
           MOVE SPACES TO WS-CLI-COURANT.
           MOVE 0 TO WS-IRP-ENCAISSE.
           MOVE 0 TO WS-IRP-COMMISSIONS.
           MOVE 0 TO WS-IRP-REPRISES.
           ADD 1 TO WS-CPT-BORDEREAUX.
           MOVE WS-COM-LIBELLE TO WS-CHP-LIBELLE.
           MOVE WS-DATE-FIN-TRIM TO WS-CHP-DATE.
           PERFORM CHERCHER-PERIODE.
           IF WS-INT-RETENU = 0
               MOVE "(absent du référentiel)" TO WS-IRP-NOM
               MOVE SPACES TO WS-IRP-FOURNISSEUR
           ELSE
               MOVE WS-INT-NOM(WS-INT-RETENU) TO WS-IRP-NOM
               MOVE WS-INT-FOURNISSEUR(WS-INT-RETENU)
                   TO WS-IRP-FOURNISSEUR
           END-IF.

           IF WS-CPT-BORDEREAUX > 1
               WRITE F-DATA-BORDEREAU FROM WS-SPACE
               WRITE F-DATA-BORDEREAU FROM WS-SPACE
           END-IF.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Bordereau de commissions du trimestre "
                  DELIMITED BY SIZE
                  WS-TRIM-T DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  WS-TRIM-AAAA DELIMITED BY SIZE
                  " (du " DELIMITED BY SIZE
                  WS-DATE-DEBUT-TRIM DELIMITED BY SIZE
                  " au " DELIMITED BY SIZE
                  WS-DATE-FIN-TRIM DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-TIRET.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Intermédiaire : " WS-IRP-COURANT "  " WS-IRP-NOM
                  DELIMITED BY SIZE INTO WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Fournisseur   : " WS-IRP-FOURNISSEUR
                  DELIMITED BY SIZE INTO WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-TIRET.
           WRITE F-DATA-BORDEREAU FROM WS-BRD-ENTETE.
           WRITE F-DATA-BORDEREAU FROM WS-TIRET.

        OUVRIR-CLIENT.

           MOVE WS-COM-ID TO WS-CLI-COURANT.
           MOVE 0 TO WS-CLI-ENCAISSE.
           MOVE 0 TO WS-CLI-COMMISSION.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Client " WS-COM-ID " " WS-COM-NOM-CLIENT
                  DELIMITED BY SIZE INTO WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.

        ECRIRE-DETAIL.

      *    Ligne de bordereau d'une commission ou d'une reprise,
      *    datée du rapprochement, du rejet ou de l'écart, avec la
      *    date du paiement en dernière colonne. Une reprise vient en
      *    déduction de l'encaissé et de la commission.

           MOVE SPACES TO WS-BRD-LIGNE.
           MOVE WS-COM-DATE-EVT TO WS-BRD-DATE.
           EVALUATE WS-COM-TYPE
               WHEN "C"
                   MOVE "Encaissement" TO WS-BRD-OPERATION
                   MOVE SPACE TO WS-SIGNE
                   ADD WS-COM-MONTANT-EUR TO WS-CLI-ENCAISSE
                   ADD WS-COM-MONTANT-EUR TO WS-IRP-ENCAISSE
                   ADD WS-COM-COMMISSION TO WS-CLI-COMMISSION
                   ADD WS-COM-COMMISSION TO WS-IRP-COMMISSIONS
                   ADD WS-COM-COMMISSION TO WS-TOTAL-COMMISSIONS
               WHEN "R"
                   MOVE "Reprise rejet" TO WS-BRD-OPERATION
               WHEN OTHER
                   MOVE "Reprise écart" TO WS-BRD-OPERATION
           END-EVALUATE.
           IF WS-COM-TYPE NOT = "C"
               MOVE "-" TO WS-SIGNE
               SUBTRACT WS-COM-MONTANT-EUR FROM WS-CLI-ENCAISSE
               SUBTRACT WS-COM-MONTANT-EUR FROM WS-IRP-ENCAISSE
               SUBTRACT WS-COM-COMMISSION FROM WS-CLI-COMMISSION
               ADD WS-COM-COMMISSION TO WS-IRP-REPRISES
               ADD WS-COM-COMMISSION TO WS-TOTAL-REPRISES
           END-IF.
           MOVE WS-COM-DATE TO WS-BRD-ORIGINE.
           MOVE WS-COM-CONTRAT TO WS-BRD-CONTRAT.
           MOVE WS-COM-MONTANT TO WS-MONTANT-EDIT(1:6).
           MOVE WS-COM-MONTANT(7:2) TO WS-MONTANT-EDIT(8:2).
           MOVE VIRGULE TO WS-MONTANT-EDIT(7:1).
           MOVE WS-MONTANT-EDIT TO WS-BRD-MONTANT.
           MOVE WS-COM-DEVISE TO WS-BRD-DEVISE.
           MOVE WS-COM-MONTANT-EUR TO WS-EDIT-SOURCE.
           PERFORM EDITER-EUROS.
           MOVE WS-EUR-EDIT TO WS-BRD-EUR.
           MOVE WS-COM-TAUX TO WS-TAUX-NUM.
           PERFORM EDITER-TAUX.
           MOVE WS-TAUX-EDIT TO WS-BRD-TAUX.
           MOVE WS-SIGNE TO WS-BRD-SIGNE.
           MOVE WS-COM-COMMISSION TO WS-EDIT-SOURCE.
           PERFORM EDITER-EUROS.
           MOVE WS-EUR-EDIT TO WS-BRD-COMMISSION.
           WRITE F-DATA-BORDEREAU FROM WS-BRD-LIGNE.
           IF BORD-STATUS NOT = "00"
               MOVE "Écriture COMM-BORDEREAU" TO WS-ABANDON-TEXTE
               MOVE BORD-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.

        CLOTURER-CLIENT.

      *    Sous-total du client : encaissé net et commission nette.

           MOVE SPACES TO WS-LIGNE-EDIT.
           IF WS-CLI-ENCAISSE < 0
               COMPUTE WS-EDIT-SOURCE = 0 - WS-CLI-ENCAISSE
               MOVE "-" TO WS-LIGNE-EDIT(44:1)
           ELSE
               MOVE WS-CLI-ENCAISSE TO WS-EDIT-SOURCE
           END-IF.
           PERFORM EDITER-EUROS.
           MOVE WS-EUR-EDIT TO WS-LIGNE-EDIT(45:11).
           IF WS-CLI-COMMISSION < 0
               COMPUTE WS-EDIT-SOURCE = 0 - WS-CLI-COMMISSION
               MOVE "-" TO WS-LIGNE-EDIT(68:1)
           ELSE
               MOVE WS-CLI-COMMISSION TO WS-EDIT-SOURCE
           END-IF.
           PERFORM EDITER-EUROS.
           MOVE WS-EUR-EDIT TO WS-LIGNE-EDIT(69:11).
           MOVE "  Total client" TO WS-LIGNE-EDIT(1:14).
           MOVE WS-CLI-COURANT TO WS-LIGNE-EDIT(16:8).
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.

        CLOTURER-IRP.

      *    Pied du bordereau : encaissé net, commissions, reprises et
      *    net dû, puis la ligne du fichier à payer quand le net
      *    n'est pas nul.

           COMPUTE WS-IRP-NET = WS-IRP-COMMISSIONS - WS-IRP-REPRISES.
           WRITE F-DATA-BORDEREAU FROM WS-TIRET.
           MOVE SPACES TO WS-LIGNE-EDIT.
           IF WS-IRP-ENCAISSE < 0
               COMPUTE WS-EDIT-SOURCE = 0 - WS-IRP-ENCAISSE
               PERFORM EDITER-EUROS
               STRING "Encaissé net du trimestre : -" WS-EUR-EDIT
                      " EUR" DELIMITED BY SIZE INTO WS-LIGNE-EDIT
           ELSE
               MOVE WS-IRP-ENCAISSE TO WS-EDIT-SOURCE
               PERFORM EDITER-EUROS
               STRING "Encaissé net du trimestre :  " WS-EUR-EDIT
                      " EUR" DELIMITED BY SIZE INTO WS-LIGNE-EDIT
           END-IF.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.
           MOVE WS-IRP-COMMISSIONS TO WS-EDIT-SOURCE.
           PERFORM EDITER-EUROS.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Commissions               :  " WS-EUR-EDIT
                  " EUR" DELIMITED BY SIZE INTO WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.
           MOVE WS-IRP-REPRISES TO WS-EDIT-SOURCE.
           PERFORM EDITER-EUROS.
           MOVE SPACES TO WS-LIGNE-EDIT.
           STRING "Reprises                  : -" WS-EUR-EDIT
                  " EUR" DELIMITED BY SIZE INTO WS-LIGNE-EDIT.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.

           MOVE SPACES TO WS-PAY-LIGNE.
           MOVE SPACES TO WS-LIGNE-EDIT.
           IF WS-IRP-NET = 0
               MOVE "Aucune commission due pour le trimestre."
                   TO WS-LIGNE-EDIT
           ELSE
               IF WS-IRP-NET > 0
                   MOVE WS-IRP-NET TO WS-EDIT-SOURCE
                   PERFORM EDITER-EUROS
                   STRING "Net à payer               :  "
                          WS-EUR-EDIT " EUR"
                          DELIMITED BY SIZE INTO WS-LIGNE-EDIT
                   MOVE "C" TO WS-PAY-SENS
               ELSE
                   COMPUTE WS-EDIT-SOURCE = 0 - WS-IRP-NET
                   PERFORM EDITER-EUROS
                   STRING "Net à recouvrer           :  "
                          WS-EUR-EDIT " EUR"
                          DELIMITED BY SIZE INTO WS-LIGNE-EDIT
                   MOVE "D" TO WS-PAY-SENS
               END-IF
               PERFORM ECRIRE-A-PAYER
           END-IF.
           WRITE F-DATA-BORDEREAU FROM WS-SPACE.
           WRITE F-DATA-BORDEREAU FROM WS-LIGNE-EDIT.

        ECRIRE-A-PAYER.

      *    Ligne du fichier à payer de l'IRP en cours, le sens posé
      *    par l'appelant. Un IRP sans code fournisseur est signalé :
      *    sa ligne est à compléter avant l'intégration.

           MOVE WS-IRP-FOURNISSEUR TO WS-PAY-FOURNISSEUR.
           MOVE WS-IRP-COURANT TO WS-PAY-LIBELLE.
           MOVE WS-IRP-NOM TO WS-PAY-NOM.
           MOVE WS-TRIMESTRE TO WS-PAY-TRIMESTRE.
           MOVE WS-DATE-FIN-TRIM TO WS-PAY-DATE.
           MOVE WS-EDIT-SOURCE TO WS-PAY-MONTANT.
           MOVE "EUR" TO WS-PAY-DEVISE.
           MOVE WS-IRP-COMMISSIONS TO WS-PAY-COMMISSIONS.
           MOVE WS-IRP-REPRISES TO WS-PAY-REPRISES.
           WRITE F-DATA-PAYABLE FROM WS-PAY-LIGNE.
           IF PAYABLE-STATUS NOT = "00"
               MOVE "Écriture COMM-PAYABLE" TO WS-ABANDON-TEXTE
               MOVE PAYABLE-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           ADD 1 TO WS-CPT-A-PAYER.
           IF WS-IRP-FOURNISSEUR = SPACES
               DISPLAY "IRP sans code fournisseur : " WS-IRP-COURANT
           END-IF.

        EDITER-EUROS.

      *    Montant en centimes de WS-EDIT-SOURCE édité avec sa
      *    virgule dans WS-EUR-EDIT, comme les soldes de ccblrelv.

           MOVE WS-EDIT-SOURCE TO WS-EUR-EDIT(1:8).
           MOVE WS-EDIT-SOURCE(9:2) TO WS-EUR-EDIT(10:2).
           MOVE VIRGULE TO WS-EUR-EDIT(9:1).

        EDITER-TAUX.

      *    Taux de WS-TAUX-NUM édité avec sa virgule (007,50 %).

           MOVE SPACES TO WS-TAUX-EDIT.
           MOVE WS-TAUX-CHIFFRES(1:3) TO WS-TAUX-EDIT(1:3).
           MOVE VIRGULE TO WS-TAUX-EDIT(4:1).
           MOVE WS-TAUX-CHIFFRES(4:2) TO WS-TAUX-EDIT(5:2).
           MOVE " %" TO WS-TAUX-EDIT(7:2).

        NOTER-HISTORIQUE.

      *    Report des lignes du trimestre à l'historique, une fois
      *    les bordereaux et le fichier à payer produits : un
      *    passage interrompu avant ce point peut être relancé.

           OPEN INPUT COMM-TRAVAIL.
           IF TRAVAIL-STATUS NOT = "00"
               MOVE "Ouverture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
               MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           OPEN EXTEND COMM-HISTO.
           IF HISTO-STATUS NOT = "00" AND HISTO-STATUS NOT = "05"
               MOVE "Ouverture COMM-HISTO" TO WS-ABANDON-TEXTE
               MOVE HISTO-STATUS TO WS-ABANDON-STATUT
               PERFORM ABANDON-TRAITEMENT
           END-IF.
           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM REPORTER-LIGNE UNTIL WS-FIN-FICHIER = "O".
           CLOSE COMM-HISTO.
           CLOSE COMM-TRAVAIL.

        REPORTER-LIGNE.

           READ COMM-TRAVAIL INTO WS-COM-LIGNE.
           IF TRAVAIL-STATUS = "00"
               WRITE F-DATA-HISTO FROM WS-COM-LIGNE
               IF HISTO-STATUS NOT = "00"
                   MOVE "Écriture COMM-HISTO" TO WS-ABANDON-TEXTE
                   MOVE HISTO-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           ELSE
               IF TRAVAIL-STATUS = "10"
                   MOVE "O" TO WS-FIN-FICHIER
               ELSE
                   MOVE "Lecture COMM-TRAVAIL" TO WS-ABANDON-TEXTE
                   MOVE TRAVAIL-STATUS TO WS-ABANDON-STATUT
                   PERFORM ABANDON-TRAITEMENT
               END-IF
           END-IF.

        ABANDON-TRAITEMENT.

      *    Arrêt anormal suite à une opération fichier en erreur, sur
      *    le modèle de ccblbase.

           MOVE "** ANOMALIE FICHIER **" TO WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIBELLE.
           DISPLAY WS-ABANDON-LIGNE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
