      *
      *	CFGHIST - one line of the CFGHIST.DAT configuration history
      *	cfgsnap.cob copies every control file line by line into
      *	CFGHIST.DAT at the start of each window, dated with the
      *	business date the window runs under, so the cards any past
      *	day ran with can be reprinted (cfgprt.cob) and the next
      *	window can report what changed since.
      *
      *	CFH-LINE-KIND is L for a control-file line (numbered from 1
      *	in CFH-LINE-NO), or a single line-0 marker when the file
      *	had no lines: M the file was not present, E it was empty.
      *	Lines longer than CFH-LINE-TEXT are kept to its width.
      *
       01  CONFIG-HISTORY-RECORD.
           05  CFH-SNAP-DATE           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CFH-FILE-NAME           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CFH-LINE-NO             PIC 9(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CFH-LINE-KIND           PIC X(1).
               88  CFH-KIND-LINE       VALUE "L".
               88  CFH-KIND-MISSING    VALUE "M".
               88  CFH-KIND-EMPTY      VALUE "E".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CFH-LINE-TEXT           PIC X(80).
