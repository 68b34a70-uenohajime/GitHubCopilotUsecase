    *> HELLOFCL - print line layout for the HELLOFCR forward
    *> greeting forecast produced by HELLO-FORECAST: for each
    *> HELLOCAL processing day in the horizon and each active
    *> HELLOLNG language, the greeting HELLO-WORLD would pick, the
    *> source that wins, and the HELLO-MASTER greetings that would
    *> be active that day.
01  HELLO-FORECAST-LINE                PIC X(80).
