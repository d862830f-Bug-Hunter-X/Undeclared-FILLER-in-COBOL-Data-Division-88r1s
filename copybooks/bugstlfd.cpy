      ******************************************************************
      *    BUGSTLFD.CPY
      *    FD for the nightly stream's stage list: one 80-byte card
      *    per stage, in the order the stages run.  Columns 1-8 name
      *    the program, column 10 says whether BUGGATE is run after
      *    the stage (N = no; anything else = yes), columns 12-23
      *    name the checkpoint file the program restarts itself from
      *    (blank where the program keeps none) and the rest of the
      *    card is free comment.  A card with '*' in column 1 is a
      *    comment card.  Operations keeps the list by hand, like
      *    the parameter-card file.  COPY into the FILE SECTION
      *    alongside BUGSTRW.CPY (WORKING-STORAGE) and BUGSTRP.CPY
      *    (PROCEDURE DIVISION paragraphs).
      ******************************************************************
       FD  STREAM-LIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FD-STREAM-LIST-CARD.
           05  FD-STREAM-LIST-PROGRAM      PIC X(8).
           05  FILLER                      PIC X(1).
           05  FD-STREAM-LIST-GATE-FLAG    PIC X(1).
           05  FILLER                      PIC X(1).
           05  FD-STREAM-LIST-CHECKPOINT   PIC X(12).
           05  FILLER                      PIC X(57).
