   88 EndOfTemplates  VALUE HIGH-VALUES.
   02 TemplateKey-LT.
      03 LetterType-LT           PIC X.
      03 NoticeLevel-LT          PIC 9.
      03 LanguageCode-LT         PIC X.
         88 TemplateEnglish-LT      VALUE "E".
         88 TemplateFrench-LT       VALUE "F".
      03 LinePart-LT             PIC X.
         88 OpeningPart-LT          VALUE "H".
         88 ItemPart-LT             VALUE "D".
         88 ClosingPart-LT          VALUE "F".
      03 LineNum-LT              PIC 99.
   02 TemplateText-LT           PIC X(80).
   02 ChangedDate-LT            PIC 9(8).
   02 ChangedBy-LT              PIC 9(4).
