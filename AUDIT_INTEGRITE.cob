                                PERFORM 8000-ECRIRE-ANOMALIE
                                ADD 1 TO Wnb-anomalies
                        END-READ
*> Une vente de carte cadeau (99950) n'a pas de fiche article.
                        IF fco_idart NOT = 99950 THEN
                            MOVE fco_idart TO fart_id
                            READ articles
                                INVALID KEY
                                    MOVE SPACES TO Wligne-audit
                                    STRING "Commande " fco_id
                                           " : article " fco_idart
                                           " inexistant"
                                        DELIMITED BY SIZE
                                        INTO Wligne-audit
                                    PERFORM 8000-ECRIRE-ANOMALIE
                                    ADD 1 TO Wnb-anomalies
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
        END-IF.
                                PERFORM 8000-ECRIRE-ANOMALIE
                                ADD 1 TO Wnb-anomalies
                        END-READ
*> Lignes sans fiche article : main-d'oeuvre (00000),
*> carte cadeau (99950), éco-participation (99960), frais d'impayé
*> (99970), frais de port (99980) et extensions de garantie (9999n).
                        IF flc_idart > 0 AND flc_idart < 99991
                           AND flc_idart NOT = 99950
                           AND flc_idart NOT = 99980
                           AND flc_idart NOT = 99970
                           AND flc_idart NOT = 99960 THEN
                            MOVE flc_idart TO fart_id
                            READ articles
                                INVALID KEY
                                    MOVE SPACES TO Wligne-audit
                                    STRING "Ligne " flc_idco "/" flc_seq
                                           " : article " flc_idart
                                           " inexistant"
                                        DELIMITED BY SIZE INTO Wligne-audit
                                    PERFORM 8000-ECRIRE-ANOMALIE
                                    ADD 1 TO Wnb-anomalies
                            END-READ
                        END-IF
                END-READ
            END-PERFORM
        END-IF
