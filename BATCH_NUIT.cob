            03 fbat_date PIC 9(8).
            03 fbat_etape PIC 9(2).
          02 fbat_nometape PIC X(24).
          02 fbat_horaires.
            03 fbat_heuredebut PIC 9(6).
            03 fbat_heurefin PIC 9(6).
*> Enregistrement de repère (date 0) : date du dernier traitement
*> réussi de l'étape, à la place des heures.
          02 fbat_repere-data REDEFINES fbat_horaires.
            03 fbat_repere PIC 9(8).
            03 FILLER PIC 9(4).
          02 fbat_resultat PIC X(2).
              88 ETAPE-EN-COURS VALUE 'EC'.
              88 ETAPE-TERMINEE VALUE 'OK'.
        77 fco_stat PIC 9(2).
        77 frecl_stat PIC 9(2).
        77 fbat_stat PIC 9(2).
        77 Wmode PIC X(15).
        77 Wsauter PIC 9.
        77 Wnb-etapes-ok PIC 9(2).
        77 Wfin PIC 9.
        77 Wnom-etape PIC X(24).
        77 Wetape-courante PIC 9(2).
        77 NB-ETAPES PIC 9(2) VALUE 39.
        77 Wrepere-web PIC 9(8).
        01 Wexec-date-data.
            05 Wexec-date PIC 9(8).
            05 Wexec-heure PIC 9(6).
            CALL "ArchivePurge"
            STOP RUN
        END-IF
*> Mode ANONYMISATION (campagne périodique) : efface les données
*> personnelles des clients sans activité depuis la durée de
*> conservation, hors chaîne ordinaire.
        IF Wmode = "ANONYMISATION" THEN
            DISPLAY "---- Batch de nuit : mode anonymisation ----"
            CALL "AnonymisationClients"
            STOP RUN
        END-IF
        DISPLAY "---- Batch de nuit : debut ----"
        MOVE FUNCTION CURRENT-DATE(1:8) TO Wexec-date
        OPEN I-O batchControle
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Les commandes de la boutique en ligne sont intégrées juste après
*> la bascule des tarifs (prix du jour), avant la liste de
*> préparation, le journal comptable et les manifestes transporteurs.
        MOVE 34 TO fbat_etape
        MOVE "ImportCommandesWeb" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Integration des commandes du site..."
            CALL "ImportCommandesWeb"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> L'allocation des reliquats dépose des notifications dans la boîte
*> d'envoi : elle passe avant le répartiteur (étape 8) pour que les
*> clients soient prévenus la nuit même. Les numéros d'étape restent
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Les prélèvements revenus impayés rouvrent les échéances et
*> ajoutent les frais : ils passent avant la relance des impayés pour
*> que le client soit relancé la nuit même.
        MOVE 37 TO fbat_etape
        MOVE "ImportRejetsPrelevements" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Rejets de prelevements..."
            CALL "ImportRejetsPrelevements"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Les relances d'impayés déposent elles aussi des notifications :
*> même raison de passer avant le répartiteur.
        MOVE 17 TO fbat_etape
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Les relevés de compte mensuels (premier jour ouvré du mois
*> seulement, le programme ne fait rien les autres nuits) déposent
*> leurs avis dans la boîte : avant le répartiteur.
        MOVE 28 TO fbat_etape
        MOVE "RelevesCompte" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Releves de compte mensuels..."
            CALL "RelevesCompte"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Les relances de prêts de courtoisie en retard passent elles aussi
*> par la boîte d'envoi : avant le répartiteur.
        MOVE 30 TO fbat_etape
        MOVE "RelancePrets" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Relance des prets de courtoisie..."
            CALL "RelancePrets"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Statuts déposés par les transporteurs : les avis de livraison
*> passent par la boîte d'envoi, donc avant le répartiteur ; puis
*> manifestes des envois expédiés à annoncer.
        MOVE 32 TO fbat_etape
        MOVE "ImportSuiviTransporteur" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Import des statuts transporteurs..."
            CALL "ImportSuiviTransporteur"
            PERFORM 9100-FIN-ETAPE
        END-IF

        MOVE 33 TO fbat_etape
        MOVE "ManifesteTransporteurs" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Manifestes transporteurs..."
            CALL "ManifesteTransporteurs"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Flux catalogue, prix et disponibilités pour le site, une fois
*> les commandes web, réservations et reliquats de la nuit passés.
*> Le repère du dernier flux réussi est gardé dans le pilotage et
*> n'avance que sur un flux terminé : une nuit en échec est
*> rattrapée par la suivante.
        MOVE 35 TO fbat_etape
        MOVE "FluxCatalogueWeb" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Flux catalogue pour le site..."
            PERFORM 9300-LIRE-REPERE
            CALL "FluxCatalogueWeb" USING Wrepere-web
            IF RETURN-CODE = 0 THEN
                PERFORM 9400-AVANCER-REPERE
                PERFORM 9100-FIN-ETAPE
            ELSE
                DISPLAY "Etape en echec, laissee a reprendre : "
                    Wnom-etape
                MOVE 0 TO RETURN-CODE
            END-IF
        END-IF

        MOVE 8 TO fbat_etape
        MOVE "NotificationsDispatch" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Le vieillissement du stock suit la photographie des indicateurs,
*> dont il rapproche la valeur de stock.
        MOVE 38 TO fbat_etape
        MOVE "VieillissementStock" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Vieillissement du stock..."
            CALL "VieillissementStock"
            PERFORM 9100-FIN-ETAPE
        END-IF

        MOVE 11 TO fbat_etape
        MOVE "EscaladeReclamations" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Tableau de bord mensuel des fournisseurs : premier jour ouvré du
*> mois seulement, le programme ne fait rien les autres nuits.
        MOVE 29 TO fbat_etape
        MOVE "PerformanceFournisseurs" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Performance des fournisseurs..."
            CALL "PerformanceFournisseurs"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Rapprochement mensuel du port facturé avec les factures des
*> transporteurs (premier jour ouvré du mois seulement).
        MOVE 31 TO fbat_etape
        MOVE "RapprochementPort" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Rapprochement des frais de port..."
            CALL "RapprochementPort"
            PERFORM 9100-FIN-ETAPE
        END-IF

        MOVE 16 TO fbat_etape
        MOVE "RapportFidelite" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Expiration des cartes cadeau avant le journal comptable : le solde
*> perdu, daté de la veille, passe en produits la même nuit.
        MOVE 39 TO fbat_etape
        MOVE "ExpirationCartesCadeau" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Expiration des cartes cadeau..."
            CALL "ExpirationCartesCadeau"
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Comme l'export, le journal comptable signale par RETURN-CODE un
*> contrôle en échec (débits et crédits du jour non équilibrés) :
*> l'étape reste EN COURS et la relance la refera après correction.
            PERFORM 9100-FIN-ETAPE
        END-IF

*> Les prélèvements suivent la génération des abonnements, dont les
*> commandes des clients sous mandat portent une échéance à prélever.
        MOVE 36 TO fbat_etape
        MOVE "EmissionPrelevements" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        IF Wsauter = 0 THEN
            DISPLAY "Prelevements automatiques..."
            CALL "EmissionPrelevements"
            PERFORM 9100-FIN-ETAPE
        END-IF

        MOVE 25 TO fbat_etape
        MOVE "ImportReleveBanque" TO Wnom-etape
        PERFORM 9000-DEBUT-ETAPE
        SET ETAPE-TERMINEE TO TRUE
        REWRITE fbatTampon.

*> Repère de l'étape Wetape-courante : enregistrement de date 0 du
*> pilotage (0 = jamais passée).
        9300-LIRE-REPERE.
        MOVE 0 TO fbat_date
        MOVE Wetape-courante TO fbat_etape
        READ batchControle
            INVALID KEY
                MOVE 0 TO Wrepere-web
            NOT INVALID KEY
                MOVE fbat_repere TO Wrepere-web
        END-READ.

*> Le repère passe à la date du jour, puis l'enregistrement de
*> l'étape est relu pour que 9100-FIN-ETAPE le close.
        9400-AVANCER-REPERE.
        MOVE 0 TO fbat_date
        MOVE Wetape-courante TO fbat_etape
        READ batchControle
            INVALID KEY
                MOVE 0 TO fbat_date
                MOVE Wetape-courante TO fbat_etape
                MOVE "Repere" TO fbat_nometape
                MOVE Wexec-date TO fbat_repere
                SET ETAPE-TERMINEE TO TRUE
                WRITE fbatTampon END-WRITE
            NOT INVALID KEY
                MOVE Wexec-date TO fbat_repere
                REWRITE fbatTampon
        END-READ
        MOVE Wexec-date TO fbat_date
        MOVE Wetape-courante TO fbat_etape
        READ batchControle
            INVALID KEY
                CONTINUE
        END-READ.

*> Ligne d'état de fin de nuit : compte les étapes du jour terminées
*> et annonce un succès complet ou le nombre restant à reprendre.
        9200-BILAN-DE-NUIT.
