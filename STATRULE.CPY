      * STATUS-TRANSITION RULE: ONE LINE PER ALLOWED MOVE OF A MASTER
      * RECORD'S STATUS CODE FROM FROM-STATUS TO TO-STATUS. A MOVE WITH
      * NO LINE IS NOT ALLOWED; LEAVING THE STATUS AS IT WAS NEEDS NO
      * LINE. REASON-REQUIRED Y MEANS THE MOVE MAY ONLY BE POSTED WITH
      * A REASON FROM THE APPROVING OPERATOR.
       05  :TAG:-FROM-STATUS            PIC X(01).
       05  :TAG:-TO-STATUS              PIC X(01).
       05  :TAG:-REASON-REQUIRED        PIC X(01).
           88  :TAG:-REASON-NEEDED                  VALUE  "Y".
           88  :TAG:-REASON-FLAG-VALID              VALUE  "Y"  "N"
                                                           " ".
       05  :TAG:-DESCRIPTION            PIC X(30).
       05  FILLER                       PIC X(47).
