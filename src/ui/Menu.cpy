  05 LINE 15 COL 3 VALUE "42. Currency Revaluation".
  05 LINE 16 COL 3 VALUE "43. GL Proof".
  05 LINE 17 COL 3 VALUE "44. Transmission Register".
  05 LINE 18 COL 3 VALUE "71. More Functions ...".
  05 LINE 6 COL 29 VALUE "45. Edit Rules".
  05 LINE 7 COL 29 VALUE "46. Suspense Aging".
  05 LINE 8 COL 29 VALUE "47. Operations Flash".
  05 LINE 7 COL 55 VALUE "59. MTD Proof".
  05 LINE 8 COL 55 VALUE "60. Master Verify".
  05 LINE 9 COL 55 VALUE "61. Shift Handover".
  05 LINE 10 COL 55 VALUE "62. Fees and Charges".
  05 LINE 11 COL 55 VALUE "63. Dormant Accounts".
  05 LINE 12 COL 55 VALUE "64. Bad Debt Provisioning".
  05 LINE 13 COL 55 VALUE "65. Bank Reconciliation".
  05 LINE 14 COL 55 VALUE "66. Group Consolidation".
  05 LINE 15 COL 55 VALUE "67. Large Transactions".
  05 LINE 16 COL 55 VALUE "68. Sanctions Screening".
  05 LINE 17 COL 55 VALUE "69. Customer Master".
  05 LINE 18 COL 55 VALUE "70. Customer Position".

  05 LINE 20 COL 3 VALUE "Your choice (32 = back): ".
  05 LINE 20 COL + 1 PIC 99 USING WS-Main-Menu-Choice
    REVERSE-VIDEO
    REQUIRED.

*> Third page of the main menu, opened by 71 on page two once its
*> three columns were full. Same choice field again; 71 (or 0) here
*> goes back to page one.
01 SC-Main-Menu-3
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "CobAll Prototype - More Functions (3)".
  05 LINE 4 COL 3 VALUE "-------------------------------------".
  05 LINE 6 COL 3 VALUE "72. Budget vs Actual".
  05 LINE 7 COL 3 VALUE "73. Liquidity Forecast".
  05 LINE 8 COL 3 VALUE "74. Forward-Dated Items".
  05 LINE 9 COL 3 VALUE "75. Collections".
  05 LINE 10 COL 3 VALUE "76. Dispute Cases".
  05 LINE 11 COL 3 VALUE "77. Feed Recall".
  05 LINE 12 COL 3 VALUE "78. Security Exceptions".
  05 LINE 13 COL 3 VALUE "79. Operator Recertification".
  05 LINE 14 COL 3 VALUE "80. Settings History".
  05 LINE 15 COL 3 VALUE "81. Internal Transfers".
  05 LINE 16 COL 3 VALUE "82. Mass Update".
  05 LINE 17 COL 3 VALUE "83. Report Writer".
  05 LINE 18 COL 3 VALUE "84. Warehouse Delta Feed".
  05 LINE 19 COL 3 VALUE "85. Backup and DR Restore".
  05 LINE 6 COL 40 VALUE "86. Data Retention".
  05 LINE 7 COL 40 VALUE "87. Interest Tax Certificates".
  05 LINE 8 COL 40 VALUE "88. Instalment Loans".
  05 LINE 9 COL 40 VALUE "89. Outbound Payments".
  05 LINE 10 COL 40 VALUE "90. Rate Feed Load".
  05 LINE 11 COL 40 VALUE "91. Suspense Repair Rules".
  05 LINE 12 COL 40 VALUE "92. Account Re-key".
  05 LINE 13 COL 40 VALUE "93. Audit Sampling".
  05 LINE 14 COL 40 VALUE "94. Key Check-Digit Report".
  05 LINE 15 COL 40 VALUE "95. Feed Quarantine".
  05 LINE 16 COL 40 VALUE "96. Average Daily Balance".
  05 LINE 17 COL 40 VALUE "97. Term Deposits".
  05 LINE 18 COL 40 VALUE "98. Product Catalogue".
  05 LINE 19 COL 40 VALUE "99. Data File Capacity".

  05 LINE 20 COL 3 VALUE "Your choice (71 = back): ".
  05 LINE 20 COL + 1 PIC 99 USING WS-Main-Menu-Choice
    REVERSE-VIDEO
    REQUIRED.
