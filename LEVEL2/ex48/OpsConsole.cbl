                       MOVE "SessionRollback" TO WS-PROG-NAME
                   WHEN "60"
                       MOVE "CountersVerify" TO WS-PROG-NAME
                   WHEN "61"
                       MOVE "GuardianCheck" TO WS-PROG-NAME
                   WHEN "62"
                       MOVE "EmailExtract" TO WS-PROG-NAME
                   WHEN "63"
                       MOVE "BounceProcess" TO WS-PROG-NAME
                   WHEN "64"
                       MOVE "DeathMatch" TO WS-PROG-NAME
                   WHEN "65"
                       MOVE "PostalLoad" TO WS-PROG-NAME
                   WHEN "66"
                       MOVE "AddressGrade" TO WS-PROG-NAME
                   WHEN "67"
                       MOVE "AddressMoves" TO WS-PROG-NAME
                   WHEN "68"
                       MOVE "EffectiveApply" TO WS-PROG-NAME
                   WHEN "69"
                       MOVE "PersonAsOf" TO WS-PROG-NAME
                   WHEN "70"
                       MOVE "PrefectureReturn" TO WS-PROG-NAME
                   WHEN "71"
                       MOVE "AccessReview" TO WS-PROG-NAME
                   WHEN "72"
                       MOVE "OperatorSweep" TO WS-PROG-NAME
                   WHEN "73"
                       MOVE "PreFlight" TO WS-PROG-NAME
                   WHEN "74"
                       MOVE "MonthEndClose" TO WS-PROG-NAME
                   WHEN "75"
                       MOVE "DrBundle" TO WS-PROG-NAME
                   WHEN "76"
                       MOVE "CapacityMonitor" TO WS-PROG-NAME
                   WHEN "77"
                       MOVE "RetentionSweep" TO WS-PROG-NAME
                   WHEN "78"
                       MOVE "StewardWorkbench" TO WS-PROG-NAME
                   WHEN "79"
                       MOVE "StewardReport" TO WS-PROG-NAME
                   WHEN "80"
                       MOVE "ReceptionReport" TO WS-PROG-NAME
                   WHEN "81"
                       MOVE "BranchScorecard" TO WS-PROG-NAME
                   WHEN "82"
                       MOVE "CohortReport" TO WS-PROG-NAME
                   WHEN "83"
                       MOVE "PyramidReport" TO WS-PROG-NAME
                   WHEN "84"
                       MOVE "ReportWriter" TO WS-PROG-NAME
                   WHEN "85"
                       MOVE "CampaignReport" TO WS-PROG-NAME
                   WHEN "86"
                       MOVE "OrphanSweep" TO WS-PROG-NAME
                   WHEN "87"
                       MOVE "DsrMaint" TO WS-PROG-NAME
                   WHEN "88"
                       MOVE "DsrReport" TO WS-PROG-NAME
                   WHEN "89"
                       MOVE "ResearchExtract" TO WS-PROG-NAME
                   WHEN "90"
                       MOVE "MaskCopy" TO WS-PROG-NAME
                   WHEN "91"
                       MOVE "VerifyMailing" TO WS-PROG-NAME
                   WHEN "92"
                       MOVE "VerifyResponse" TO WS-PROG-NAME
                   WHEN "93"
                       MOVE "VerifyFollowUp" TO WS-PROG-NAME
                   WHEN "94"
                       MOVE "KeyingQuality" TO WS-PROG-NAME
                   WHEN "95"
                       MOVE "AuditAnomaly" TO WS-PROG-NAME
                   WHEN "96"
                       MOVE "LabelPrint" TO WS-PROG-NAME
                   WHEN "0"
                       DISPLAY "AU REVOIR."
                   WHEN OTHER
           DISPLAY "  1. SAISIE AU FIL DE L'EAU (FileWrite)".
           DISPLAY "  2. CORRECTION / SUPPRESSION (PersonMaint)".
           DISPLAY "  3. REPRISE DES SUSPENS (SuspenseRework)".
           DISPLAY " 78. ATELIER DES GESTIONNAIRES (StewardWorkbench)".
           DISPLAY "  4. MOUVEMENTS PAR LOTS (BatchTransactions)".
           DISPLAY "  5. IMPORT CSV (CsvImport)".
           DISPLAY " 38. RETOURS NPAI (NpaiProcess)".
           DISPLAY " 63. RETOURS COURRIEL (BounceProcess)".
           DISPLAY " 92. REPONSES DE VERIFICATION (VerifyResponse)".
           DISPLAY " 64. REGISTRE DES DECES (DeathMatch)".
           DISPLAY " 80. RECEPTION DES FICHIERS (ReceptionReport)".
           DISPLAY "CONSULTATION".
           DISPLAY "  6. RECHERCHE PAR NOM (PersonLookup)".
           DISPLAY "  7. RECHERCHE PAR VILLE (VilleLookup)".
           DISPLAY "  8. HISTORIQUE D'UNE PERSONNE (PersonHistory)".
           DISPLAY " 51. ATTESTATION (AttestLetter)".
           DISPLAY " 54. DOSSIER DE COMMUNICATION (DisclosurePack)".
           DISPLAY " 87. REGISTRE DES DEMANDES RGPD (DsrMaint)".
           DISPLAY "ETATS".
           DISPLAY "  9. RAPPORT DETAIL (PeopleReport)".
           DISPLAY " 10. STATISTIQUES QUOTIDIENNES (DailyStats)".
           DISPLAY " 13. DEMOGRAPHIE PAR VILLE (CityDemographics)".
           DISPLAY " 14. INTERROGATION DE L'AUDIT (AuditInquiry)".
           DISPLAY " 15. ACTIVITE DES OPERATEURS (OperatorActivity)".
           DISPLAY " 94. QUALITE DE SAISIE (KeyingQuality)".
           DISPLAY " 71. REVUE DES CONSULTATIONS (AccessReview)".
           DISPLAY " 88. ECHEANCES DES DEMANDES RGPD (DsrReport)".
           DISPLAY " 72. COMPTES DORMANTS ET RECERTIFICATION "
               "(OperatorSweep)".
           DISPLAY " 16. TENDANCE DES STATISTIQUES (StatsTrend)".
           DISPLAY " 17. HISTORIQUE DES TRAITEMENTS (BatchHistory)".
           DISPLAY " 43. PREVISION DE LA FENETRE (BatchForecast)".
           DISPLAY " 73. CONTROLE AVANT TRAITEMENT (PreFlight)".
           DISPLAY " 47. AGES JALONS DU MOIS (MilestoneReport)".
           DISPLAY " 48. QUALITE DES DONNEES (QualityScorecard)".
           DISPLAY " 93. SUIVI DE LA VERIFICATION (VerifyFollowUp)".
           DISPLAY " 81. TABLEAU DE BORD SUCCURSALES "
               "(BranchScorecard)".
           DISPLAY " 82. COHORTES PAR MOIS DE SAISIE (CohortReport)".
           DISPLAY " 83. PYRAMIDE DES AGES PAR SEXE (PyramidReport)".
           DISPLAY " 84. ETAT PARAMETRE PAR NOM (ReportWriter)".
           DISPLAY " 85. ETAT DES CAMPAGNES (CampaignReport)".
           DISPLAY " 18. DOUBLONS DE NOMS (NameDupReport)".
           DISPLAY " 79. DOSSIERS DES GESTIONNAIRES (StewardReport)".
           DISPLAY " 36. MENAGES PAR ADRESSE (HouseholdBuild)".
           DISPLAY " 61. REPRESENTANTS LEGAUX (GuardianCheck)".
           DISPLAY " 70. DECLARATION PREFECTURE (PrefectureReturn)".
           DISPLAY "EXTRACTIONS".
           DISPLAY " 19. EXPORT CSV (CsvExport)".
           DISPLAY " 39. EXPORT DIFFERENTIEL (DeltaExport)".
           DISPLAY " 40. EXTRAITS SUCCURSALES (BranchExtract)".
           DISPLAY " 89. EXTRAIT PSEUDONYMISE (ResearchExtract)".
           DISPLAY " 20. EXTRAIT PUBLIPOSTAGE (MailingExtract)".
           DISPLAY " 96. ETIQUETTES D'ADRESSE (LabelPrint)".
           DISPLAY " 91. RELEVES DE VERIFICATION (VerifyMailing)".
           DISPLAY " 62. EXTRAIT COURRIELS (EmailExtract)".
           DISPLAY " 21. EXTRACTION SELECTIVE (SelectExtract)".
           DISPLAY " 53. ACTIONS EN MASSE (BulkAction)".
           DISPLAY " 22. CONTROLE D'EXTRAIT (ExtractCheck)".
           DISPLAY " 24. RESTAURATION DE PURGE (PurgeRestore)".
           DISPLAY " 25. REORGANISATION (ReorgPeople)".
           DISPLAY " 26. GESTION DES SNAPSHOTS (ArchiveManager)".
           DISPLAY " 76. CAPACITE DISQUE (CapacityMonitor)".
           DISPLAY " 77. CONSERVATION DES DONNEES (RetentionSweep)".
           DISPLAY " 50. GESTION DU SPOULE (SpoolManager)".
           DISPLAY " 90. COPIE MASQUEE DE RECETTE (MaskCopy)".
           DISPLAY " 55. CERTIFICATION DE VERSION (CertifyRelease)".
           DISPLAY " 27. TEST DE RESTAURATION (ArchiveVerify)".
           DISPLAY " 42. RESTAURATION JOURNAL (PersonRecover)".
           DISPLAY " 75. LOT DE SECOURS HORS SITE (DrBundle)".
           DISPLAY " 28. ROTATION DE L'AUDIT (AuditRollover)".
           DISPLAY " 74. CLOTURE MENSUELLE (MonthEndClose)".
           DISPLAY " 29. VERIFICATION D'INTEGRITE (VerifyPeople)".
           DISPLAY " 86. REFERENCES ORPHELINES (OrphanSweep)".
           DISPLAY " 60. COMPTEURS STATISTIQUES (CountersVerify)".
           DISPLAY " 45. CHAINE D'AUDIT (AuditChainVerify)".
           DISPLAY " 95. ANOMALIES DE L'AUDIT (AuditAnomaly)".
           DISPLAY " 57. CHARGEMENT audit.idx (AuditIndexLoad)".
           DISPLAY " 58. NOTES AU DOSSIER (PersonNotes)".
           DISPLAY " 59. ANNULATION DE SESSION (SessionRollback)".
           DISPLAY " 37. SUCCURSALES (BranchMaint)".
           DISPLAY " 41. CHARGEMENT DES COMMUNES (CityBulkLoad)".
           DISPLAY " 52. REVALIDATION DES VILLES (CityRevalidate)".
           DISPLAY " 65. REFERENTIEL POSTAL (PostalLoad)".
           DISPLAY " 66. CONTROLE DES ADRESSES (AddressGrade)".
           DISPLAY " 67. DEMENAGEMENTS A DATE (AddressMoves)".
           DISPLAY " 68. CHANGEMENTS A ECHEANCE (EffectiveApply)".
           DISPLAY " 69. FICHIER A UNE DATE PASSEE (PersonAsOf)".
           DISPLAY " 32. FUSION DE COMMUNES (VilleMassChange)".
           DISPLAY " 46. ORDRES DE CHANGEMENT (ChangeOrderMaint)".
           DISPLAY " 33. ANONYMISATION (Anonymize)".
